            *>             between installations.
            *> 2026-09-02  added the startup master integrity check
            *>             and the salvage/rebuild utility.
            *> 2026-10-15  added the unattended end-of-day run
            *>             ("battleship batch"): run-control file,
            *>             job log, restart at the failed step.
            *> 2026-10-15  game-over postings now go through a
            *>             pending-postings journal; startup finishes
            *>             any match a crash left half-posted.
            *> 2026-10-15  every match now files a detail record
            *>             (game_detail.dat: both sides, the rules in
            *>             force); head-to-head report in the League
            *>             Office.
            *> 2026-10-15  added the bot-versus-bot calibration run
            *>             (GAME_MODE 5); bot_ai keeps what it has
            *>             learned per side.
            *> 2026-10-15  added opponent scouting: per-player heat maps
            *>             of fleet placement from the shots log, a
            *>             printable report, and a scouted bot option.
            *> 2026-10-15  added the live spectator feed: every resolved
            *>             shot rewrites spectator_feed.dat, and
            *>             "Watch a Match" follows it from another
            *>             terminal.
            *> 2026-10-15  added the ladder challenge board: challenges
            *>             up to three places above, settled by the
            *>             pair's next match or forfeited at the
            *>             deadline; listed in the league digest.
            *> 2026-10-15  added the daily puzzle: hand-built scenarios
            *>             from puzzles.dat, one a day, played on a
            *>             shot budget with a per-puzzle leaderboard.
            *> 2026-10-15  added Player Names to the League Office: a
            *>             player renamed or merged into another in
            *>             every file at once, or retired off the
            *>             ladder and profile list (retired.dat).
            *> 2026-10-15  sharing control for the shared drive: games
            *>             hold session.lck shared, the rewriting
            *>             League Office jobs hold it exclusively and
            *>             are refused while a game runs, naming who
            *>             (holders.dat); ladder, profile and
            *>             challenge saves reload under tables.lck;
            *>             busy files are retried politely.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                        ASSIGN TO copy_out_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS copy_out_file_status.
                    SELECT batch_control_file
                        ASSIGN TO batch_control_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS batch_control_file_status.
                    SELECT batch_log_file
                        ASSIGN TO batch_log_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS batch_log_file_status.
                    SELECT batch_restart_file
                        ASSIGN TO batch_restart_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS batch_restart_file_status.
                    SELECT journal_file ASSIGN TO journal_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal_file_status.
                    SELECT detail_file ASSIGN TO detail_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS detail_game_id
                        FILE STATUS IS detail_file_status.
                    SELECT h2h_file ASSIGN TO h2h_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS h2h_file_status.
                    SELECT calib_file ASSIGN TO calib_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS calib_file_status.
                    SELECT scout_file ASSIGN TO scout_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS scout_file_status.
                    SELECT scout_report_file
                        ASSIGN TO scout_report_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS scout_report_status.
                    SELECT feed_file ASSIGN TO feed_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS feed_file_status.
                    SELECT chal_file ASSIGN TO chal_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS chal_file_status.
                    SELECT chal_log_file
                        ASSIGN TO chal_log_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS chal_log_file_status.
                    SELECT puzzle_file ASSIGN TO puzzle_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS puzzle_file_status.
                    SELECT puz_result_file
                        ASSIGN TO puz_result_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS puz_result_file_status.
                    SELECT retired_file ASSIGN TO retired_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS retired_file_status.
                    SELECT hold_file ASSIGN TO hold_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS hold_file_status.
                    SELECT holders_file ASSIGN TO holders_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS holders_file_status.
                    SELECT tables_file ASSIGN TO tables_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tables_file_status.
        DATA DIVISION.
            FILE SECTION.
                *> one finished match per record, keyed by the game
                    01 copy_in_rec      PIC X(80) VALUE SPACES.
                FD  copy_out_file.
                    01 copy_out_rec     PIC X(80) VALUE SPACES.
                FD  batch_control_file.
                    01 batch_control_line PIC X(60) VALUE SPACES.
                FD  batch_log_file.
                    01 batch_log_line   PIC X(100) VALUE SPACES.
                FD  batch_restart_file.
                    01 batch_restart_line PIC X(30) VALUE SPACES.
                FD  journal_file.
                    01 journal_line     PIC X(160) VALUE SPACES.
                *> the master's companion, under the same game id:
                *> who the other side was and which rules the match
                *> was played under
                FD  detail_file.
                    01 detail_record.
                        05 detail_game_id.
                            10 detail_id_date   PIC 9(8).
                            10 detail_id_seq    PIC 9(6).
                        05 detail_player1       PIC X(16).
                        05 detail_player2       PIC X(16).
                        05 detail_mode          PIC 9.
                        05 detail_difficulty    PIC 9.
                        05 detail_salvo         PIC 9.
                        05 detail_blitz         PIC 99.
                        05 detail_sudden        PIC 9.
                        05 detail_campaign      PIC 9.
                        05 detail_series        PIC 9.
                        05 detail_board         PIC 99.
                FD  h2h_file.
                    01 h2h_line         PIC X(80) VALUE SPACES.
                FD  calib_file.
                    01 calib_line       PIC X(100) VALUE SPACES.
                *> name;board;games;hits;grid - the grid is every
                *> square of the largest board, row by row, three
                *> digits each
                FD  scout_file.
                    01 scout_line       PIC X(720) VALUE SPACES.
                FD  scout_report_file.
                    01 scout_report_line PIC X(80) VALUE SPACES.
                FD  feed_file.
                    01 feed_line        PIC X(300) VALUE SPACES.
                *> challenger;defender;issued;deadline;state
                FD  chal_file.
                    01 chal_line        PIC X(80) VALUE SPACES.
                *> closed;outcome;challenger;defender;winner;game id
                FD  chal_log_file.
                    01 chal_log_line    PIC X(100) VALUE SPACES.
                FD  puzzle_file.
                    01 puzzle_line      PIC X(80) VALUE SPACES.
                *> date;puzzle id;player;shots;sunk;ships;score
                FD  puz_result_file.
                    01 puz_result_line  PIC X(80) VALUE SPACES.
                *> name;rating;games;yyyymmdd retired
                FD  retired_file.
                    01 retired_line     PIC X(60) VALUE SPACES.
                *> never read: only held open, see hold_file_name
                FD  hold_file.
                    01 hold_line        PIC X(10) VALUE SPACES.
                *> IN;session;G game/J job;name;what;yyyymmdd;hhmmss
                *> or OUT;session
                FD  holders_file.
                    01 holders_line     PIC X(80) VALUE SPACES.
                FD  tables_file.
                    01 tables_line      PIC X(10) VALUE SPACES.
            WORKING-STORAGE SECTION.
                *> Program parameters
                01 GAME_MODE    PIC 9 VALUE 0. *> 0 game, 1 test, 2 demo
                                *> 3 hot-seat, 4 remote, 5 calibration
                                *> 6 daily puzzle
                01 NOFOG_MODE   PIC 9 VALUE 0.
                *> salvo rules: each round a player fires one shot
                *> per surviving ship, all resolved together
                01 FIRE_ON_HIT  PIC 9 VALUE 0.
                01 MANUAL_PLACEMENT PIC 9 VALUE 0.
                01 AI_DIFFICULTY PIC 9 VALUE 2. *> 1 easy, 2 normal, 3 hard
                01 SCOUTED_AI   PIC 9 VALUE 0.
                *> constants
                01 WATER        CONSTANT GLOBAL as '.'.
                01 SHIP_SPRITE  CONSTANT GLOBAL as "#".
                                *> 1 is 10x10, 2 is 12x12, 3 is 15x15
                01 MAX_SHIPS    CONSTANT GLOBAL as 8.
                01 SHIP_NUMBER  PIC 9 GLOBAL VALUE 5.
                *> the signed-in player's fleet habits, loaded from
                *> scouting.dat at game start when the scouted bot
                *> is on; bot_ai leans its searching toward the hot
                *> squares of the board it fires at (scout_side)
                01 scout_heat GLOBAL.
                    05 scout_active     PIC 9 VALUE 0.
                    05 scout_side       PIC 9 VALUE 1.
                    05 scout_top        PIC 999 VALUE ZEROS.
                    05 scout_heat_grid.
                        10 scout_heat_row OCCURS BOARD_MAX TIMES.
                            15 scout_heat_cell PIC 999
                                            OCCURS BOARD_MAX TIMES.
                01 FLEET_LOADED PIC 9 VALUE 0.
                01 TILE_WITH    CONSTANT as 2.
                01 HUMAN_PLAYER CONSTANT as 1.
                *> before the round starts back over at player 1)
                01 SAVED_TURN   PIC 9 VALUE 1.
                01 player_name  PIC X(16) VALUE SPACES.
                *> who sat on the other side: "Computer", the second
                *> hot-seat player, or the remote opponent
                01 rival_name   PIC X(16) VALUE "Computer".
                *> file handling
                01 master_file_name         PIC X(4096)
                                            VALUE 'game_master.dat'.
                    05 prof_manual  PIC 9 VALUE 0.
                    05 prof_diff    PIC 9 VALUE 2.
                    05 prof_board   PIC 9 VALUE 1.
                    05 prof_scout   PIC 9 VALUE 0.
                *> medals, persisted per player name in medals.csv
                *> (name;code;date); evaluated at game over from the
                *> match data, each earned once per player
                *> the status that condemned the file, held before
                *> the CLOSE can overwrite it
                01 master_check_status  PIC XX VALUE SPACES.
                *> did the last League Office run's OPEN find a
                *> master at all (a fresh install has none yet)
                01 master_found         PIC 9 VALUE 0.
                01 rebuild_end_of_file  PIC 9 VALUE 0.
                01 rebuild_with_archive PIC 9 VALUE 0.
                01 rebuild_salvaged     PIC 9(4) VALUE ZEROS.
                01 fix_old_tx       PIC X(16) VALUE SPACES.
                01 fix_new_tx       PIC X(16) VALUE SPACES.
                01 fix_operator     PIC X(16) VALUE SPACES.
                *> the record a log line is about: a master game
                *> id, or the file or player a bulk change touched
                01 fix_record_tx    PIC X(20) VALUE SPACES.
                *> month-end rollup: each closed month of master
                *> detail is condensed into summary lines in its own
                *> file (a games/wins/rounds line plus per-player
                *> only the last few generations are kept, and any
                *> kept one can be put back whole
                01 BACKUP_KEEP  CONSTANT as 3.
                01 BACKUP_FILES CONSTANT as 15.
                01 BACKUP_GEN_MAX CONSTANT as 10.
                01 catalog_file_name    PIC X(4096)
                                        VALUE 'backup_catalog.dat'.
                01 copy_dst_count       PIC 9(6) VALUE ZEROS.
                01 copy_mismatch        PIC 9 VALUE 0.
                01 backup_screen_line   PIC 99 VALUE 6.
                *> master records in the set's dump, kept apart
                *> from copy_src_count which every file copy resets
                01 backup_dumped        PIC 9(6) VALUE ZEROS.
                *> one portable master line (the archive/dump text
                *> form of a master record), split for validation
                01 port_line            PIC X(80) VALUE SPACES.
                01 port_c_hits_tx       PIC X(3) VALUE SPACES.
                01 port_c_rounds_tx     PIC X(3) VALUE SPACES.
                01 port_winner          PIC X VALUE SPACE.
                *> the unattended end-of-day run: started as
                *> "battleship batch", it works through the night's
                *> League Office jobs with no terminal, steered by a
                *> run-control file (STEP;Y/N;parm1;parm2 per line),
                *> logs each step's start, end, record count and
                *> return code, and remembers the steps an unfinished
                *> run already completed so the rerun resumes at the
                *> step that failed instead of repeating the others
                01 BATCH_MODE       PIC 9 VALUE 0.
                01 BATCH_STEPS      CONSTANT as 5.
                01 batch_command    PIC X(80) VALUE SPACES.
                01 batch_verb       PIC X(10) VALUE SPACES.
                01 batch_control_arg PIC X(70) VALUE SPACES.
                01 batch_control_file_name PIC X(4096)
                                        VALUE 'batch_control.dat'.
                01 batch_control_file_status PIC XX.
                01 batch_log_file_name  PIC X(4096)
                                        VALUE 'batch_job.log'.
                01 batch_log_file_status PIC XX.
                01 batch_restart_file_name PIC X(4096)
                                        VALUE 'batch_restart.dat'.
                01 batch_restart_file_status PIC XX.
                01 batch_end_of_file    PIC 9 VALUE 0.
                01 batch_step_tab OCCURS BATCH_STEPS TIMES.
                    05 bat_step_name    PIC X(10) VALUE SPACES.
                    05 bat_step_run     PIC X VALUE "Y".
                    05 bat_step_parm1   PIC X(8) VALUE SPACES.
                    05 bat_step_parm2   PIC X(8) VALUE SPACES.
                    *> completed by an earlier, unfinished run
                    05 bat_step_done    PIC 9 VALUE 0.
                01 batch_idx            PIC 9 VALUE 0.
                01 batch_found          PIC 9 VALUE 0.
                *> return codes the scheduler way: 0 clean, 4
                *> finished with warnings, 8 the step failed, 12 the
                *> master itself is unsafe; 8 and up stops the run
                01 batch_step_rc        PIC 99 VALUE ZEROS.
                01 batch_max_rc         PIC 99 VALUE ZEROS.
                01 batch_step_records   PIC 9(6) VALUE ZEROS.
                01 batch_stop           PIC 9 VALUE 0.
                01 batch_resumed        PIC 9 VALUE 0.
                01 batch_event          PIC X(8) VALUE SPACES.
                01 batch_note           PIC X(40) VALUE SPACES.
                01 batch_log_step       PIC X(10) VALUE SPACES.
                *> one run-control or restart line, split
                01 batch_ctl_step       PIC X(10) VALUE SPACES.
                *> a restart line carries the date of the run that
                *> wrote it, so the job log can say which run is
                *> being resumed
                01 batch_run_date       PIC 9(8) VALUE ZEROS.
                01 batch_restart_rc_tx  PIC X(2) VALUE SPACES.
                01 batch_restart_date   PIC X(8) VALUE SPACES.
                01 batch_resumed_date   PIC X(8) VALUE SPACES.
                01 batch_ctl_run        PIC X VALUE SPACE.
                01 batch_ctl_parm1      PIC X(8) VALUE SPACES.
                01 batch_ctl_parm2      PIC X(8) VALUE SPACES.
                *> the rollup's cut-off month, worked out from the
                *> run-control parameter (the last month to roll up)
                01 batch_month.
                    05 batch_month_yyyy PIC 9999 VALUE ZEROS.
                    05 batch_month_mm   PIC 99 VALUE ZEROS.
                01 batch_cut_month      PIC 9(6) VALUE ZEROS.
                *> the game-over posting journal: a finished match's
                *> results go to postings.jnl before any data file is
                *> touched, each posting is marked off as it lands,
                *> and the startup recovery pass finishes whatever a
                *> crash or a closed terminal left half-posted.
                *> lines: P (the match), S (one per ship, for the
                *> battle report), K (the key the master record
                *> took), D (a posting done), C (all done)
                01 POST_STEPS       CONSTANT as 8.
                01 JOURNAL_MAX      CONSTANT as 10.
                01 journal_file_name    PIC X(4096)
                                        VALUE 'postings.jnl'.
                01 journal_file_status  PIC XX.
                01 journal_end_of_file  PIC 9 VALUE 0.
                *> the postings in do_game_over order, six letters
                *> each: master, battle report, hall of fame, ladder,
                *> medals, series, campaign, ladder challenge
                01 post_step_names      PIC X(48) VALUE
                    "MASTERREPORTFAME  LADDERMEDALSSERIESCAMPGNCHALNG".
                01 post_step            PIC 9 VALUE 0.
                *> one letter per posting: Y owed / done, N not
                01 post_owed_tx         PIC X(8) VALUE "NNNNNNNN".
                01 post_done_tx         PIC X(8) VALUE "NNNNNNNN".
                01 post_fixed_tx        PIC X(56) VALUE SPACES.
                01 post_recovering      PIC 9 VALUE 0.
                01 post_master_held     PIC 9 VALUE 0.
                01 post_master_key      PIC X(14) VALUE SPACES.
                *> cleared by a posting whose file would not open
                *> or take the write: it stays owed
                01 post_step_ok         PIC 9 VALUE 1.
                01 post_left            PIC 9 VALUE 0.
                01 post_end_of_file     PIC 9 VALUE 0.
                01 post_saved_name      PIC X(16) VALUE SPACES.
                01 post_saved_diff      PIC 9 VALUE 2.
                01 post_saved_blitz     PIC 99 VALUE 0.
                01 post_saved_sudden    PIC 9 VALUE 0.
                *> one journal line, split
                01 jnl_tag              PIC X VALUE SPACE.
                01 jnl_line_id          PIC X(14) VALUE SPACES.
                01 jnl_step_no          PIC 9 VALUE 0.
                01 jnl_line_key         PIC X(14) VALUE SPACES.
                01 jnl_ship_no          PIC 9 VALUE 0.
                01 jnl_h_class          PIC X(10) VALUE SPACES.
                01 jnl_h_dmg            PIC 9 VALUE 0.
                01 jnl_c_class          PIC X(10) VALUE SPACES.
                01 jnl_c_dmg            PIC 9 VALUE 0.
                *> matches still open in the journal; a closed
                *> entry's slot is reused, so the table only has to
                *> hold the matches posting at the same time
                01 journal_count        PIC 99 VALUE 0.
                01 journal_idx          PIC 99 VALUE 0.
                01 journal_open         PIC 99 VALUE 0.
                01 journal_overflow     PIC 9 VALUE 0.
                01 journal_tab OCCURS JOURNAL_MAX TIMES.
                    05 jnl_id           PIC X(14) VALUE SPACES.
                    05 jnl_p_line       PIC X(160) VALUE SPACES.
                    05 jnl_done_tx      PIC X(8) VALUE "NNNNNNNN".
                    05 jnl_closed       PIC 9 VALUE 1.
                    05 jnl_fixed_tx     PIC X(56) VALUE SPACES.
                    05 jnl_player_name  PIC X(16) VALUE SPACES.
                    05 jnl_master_key   PIC X(14) VALUE SPACES.
                    05 jnl_finished     PIC 9 VALUE 0.
                    05 jnl_ship_line OCCURS MAX_SHIPS TIMES
                                        PIC X(60) VALUE SPACES.
                *> match details (game_detail.dat) and the head-to-
                *> head report built from them against the master:
                *> one pair's record, and the most-played pairings
                01 H2H_PAIR_MAX     CONSTANT as 50.
                01 H2H_VARIANTS     CONSTANT as 13.
                01 detail_file_name     PIC X(4096)
                                        VALUE 'game_detail.dat'.
                01 detail_file_status   PIC XX.
                01 detail_open          PIC 9 VALUE 0.
                01 h2h_file_name        PIC X(4096)
                                        VALUE 'head_to_head.txt'.
                01 h2h_file_status      PIC XX.
                01 h2h_name_a           PIC X(16) VALUE SPACES.
                01 h2h_name_b           PIC X(16) VALUE SPACES.
                01 h2h_end_of_file      PIC 9 VALUE 0.
                01 h2h_detail_found     PIC 9 VALUE 0.
                *> the current master record, seen from player A
                01 h2h_p1               PIC X(16) VALUE SPACES.
                01 h2h_p2               PIC X(16) VALUE SPACES.
                01 h2h_a_won            PIC 9 VALUE 0.
                01 h2h_a_score          PIC 9(6) VALUE ZEROS.
                01 h2h_b_score          PIC 9(6) VALUE ZEROS.
                01 h2h_games            PIC 9(4) VALUE ZEROS.
                01 h2h_wins             PIC 9(4) VALUE ZEROS.
                01 h2h_losses           PIC 9(4) VALUE ZEROS.
                01 h2h_unrecorded       PIC 9(5) VALUE ZEROS.
                01 h2h_margin_sum       PIC S9(8) VALUE ZEROS.
                01 h2h_margin_abs       PIC 9(8) VALUE ZEROS.
                01 h2h_avg_margin       PIC 9(6) VALUE ZEROS.
                01 h2h_margin_sign      PIC X VALUE "+".
                *> the pair's last five meetings, oldest first
                01 h2h_last_count       PIC 9 VALUE 0.
                01 h2h_last_tab OCCURS 5 TIMES.
                    05 h2h_last_date    PIC 9(8) VALUE ZEROS.
                    05 h2h_last_result  PIC X(4) VALUE SPACES.
                    05 h2h_last_a       PIC 9(6) VALUE ZEROS.
                    05 h2h_last_b       PIC 9(6) VALUE ZEROS.
                    05 h2h_last_variant PIC X(34) VALUE SPACES.
                *> won/lost under each rule set: standard, salvo,
                *> blitz, series, campaign, the three boards, the
                *> three bot levels, hot-seat, remote
                01 h2h_variant_tab OCCURS H2H_VARIANTS TIMES.
                    05 h2h_var_wins     PIC 9(4) VALUE ZEROS.
                    05 h2h_var_losses   PIC 9(4) VALUE ZEROS.
                01 h2h_var              PIC 99 VALUE 0.
                01 h2h_variant_name     PIC X(16) VALUE SPACES.
                01 h2h_variant_tx       PIC X(34) VALUE SPACES.
                *> every pairing of two named people in the master
                01 h2h_pair_count       PIC 99 VALUE 0.
                01 h2h_pair_idx         PIC 99 VALUE 0.
                01 h2h_pair_overflow    PIC 9 VALUE 0.
                01 h2h_pair_lo          PIC X(16) VALUE SPACES.
                01 h2h_pair_hi          PIC X(16) VALUE SPACES.
                01 h2h_pair_winner      PIC X(16) VALUE SPACES.
                01 h2h_pair_tab OCCURS H2H_PAIR_MAX TIMES.
                    05 h2h_pair_a       PIC X(16) VALUE SPACES.
                    05 h2h_pair_b       PIC X(16) VALUE SPACES.
                    05 h2h_pair_games   PIC 9(4) VALUE ZEROS.
                    05 h2h_pair_wins_a  PIC 9(4) VALUE ZEROS.
                    05 h2h_pair_wins_b  PIC 9(4) VALUE ZEROS.
                    05 h2h_pair_listed  PIC 9 VALUE 0.
                01 h2h_rank             PIC 99 VALUE 0.
                01 h2h_best             PIC 99 VALUE 0.
                01 h2h_screen_line      PIC 99 VALUE 0.
                *> bot-versus-bot calibration: silent games for
                *> every pairing of bot levels, board size and salvo
                *> on/off, nothing filed anywhere but the report
                01 CALIB_ROUND_MAX  CONSTANT as 250.
                01 calib_file_name      PIC X(4096)
                                        VALUE 'calibration_report.txt'.
                01 calib_file_status    PIC XX.
                01 calib_games_wanted   PIC 999 VALUE 20.
                01 calib_game_no        PIC 9(4) VALUE ZEROS.
                01 calib_config_no      PIC 99 VALUE 0.
                01 calib_board_opt      PIC 9 VALUE 1.
                01 calib_salvo          PIC 9 VALUE 0.
                01 calib_diff_a         PIC 9 VALUE 1.
                01 calib_diff_b         PIC 9 VALUE 1.
                01 calib_round          PIC 999 VALUE ZEROS.
                01 calib_side           PIC 9 VALUE 1.
                01 calib_winner         PIC 9 VALUE 0.
                01 calib_finished       PIC 9(5) VALUE ZEROS.
                01 calib_unfinished     PIC 9(5) VALUE ZEROS.
                01 calib_all_unfinished PIC 9(6) VALUE ZEROS.
                01 calib_finish_sum     PIC 9(8) VALUE ZEROS.
                01 calib_finish_avg     PIC 9(4) VALUE ZEROS.
                01 calib_pair_tx        PIC X(5) VALUE SPACES.
                01 calib_salvo_tx       PIC X(6) VALUE SPACES.
                01 calib_level_name     PIC X(6) VALUE SPACES.
                01 calib_level_letters  PIC XXX VALUE "ENH".
                01 calib_screen_line    PIC 99 VALUE 0.
                *> one side of the pairing: its bot level, its own
                *> radar memory, and its tallies for the setup
                01 calib_side_tab OCCURS 2 TIMES.
                    05 calib_diff       PIC 9 VALUE 1.
                    05 calib_radar_has  PIC 9 VALUE 0.
                    05 calib_radar_x    PIC 99 VALUE 0.
                    05 calib_radar_y    PIC 99 VALUE 0.
                    05 calib_first      PIC 999 VALUE ZEROS.
                    05 calib_wins       PIC 9(5) VALUE ZEROS.
                    05 calib_shots_sum  PIC 9(8) VALUE ZEROS.
                    05 calib_hits_sum   PIC 9(8) VALUE ZEROS.
                    05 calib_first_sum  PIC 9(8) VALUE ZEROS.
                    05 calib_first_games PIC 9(5) VALUE ZEROS.
                    05 calib_hit_pct    PIC 999 VALUE ZEROS.
                    05 calib_first_avg  PIC 999 VALUE ZEROS.
                    05 calib_win_pct    PIC 999 VALUE ZEROS.
                *> each level's record against the other two levels
                01 calib_level_tab OCCURS 3 TIMES.
                    05 calib_level_games PIC 9(6) VALUE ZEROS.
                    05 calib_level_wins  PIC 9(6) VALUE ZEROS.
                    05 calib_level_pct   PIC 999 VALUE ZEROS.
                *> the player's own settings, put back afterwards
                01 calib_saved_diff     PIC 9 VALUE 2.
                01 calib_saved_board    PIC 9 VALUE 1.
                01 calib_saved_salvo    PIC 9 VALUE 0.
                01 calib_saved_nofog    PIC 9 VALUE 0.
                *> opponent scouting: every hit on a named player's
                *> fleet in the shots log, summed square by square
                *> per player and board size, for matches the master
                *> holds; board 1 belongs to the master's player,
                *> board 2 to a named rival from the detail record
                01 SCOUT_MAX        CONSTANT as 40.
                01 scout_file_name      PIC X(4096)
                                        VALUE 'scouting.dat'.
                01 scout_file_status    PIC XX.
                01 scout_report_name    PIC X(4096)
                                        VALUE 'scouting_report.txt'.
                01 scout_report_status  PIC XX.
                01 scout_count          PIC 99 VALUE 0.
                01 scout_overflow       PIC 9 VALUE 0.
                01 scout_end_of_file    PIC 9 VALUE 0.
                01 scout_in_master      PIC 9 VALUE 0.
                01 scout_resolved       PIC 9 VALUE 0.
                01 scout_idx            PIC 99 VALUE 0.
                01 scout_cur_id         PIC X(14) VALUE SPACES.
                01 scout_dim            PIC 99 VALUE 10.
                01 scout_dim_tx         PIC XX VALUE SPACES.
                01 scout_shooter        PIC 9 VALUE 1.
                01 scout_board          PIC 9 VALUE 1.
                01 scout_x              PIC 99 VALUE 0.
                01 scout_y              PIC 99 VALUE 0.
                01 scout_want_name      PIC X(16) VALUE SPACES.
                01 scout_want_dim       PIC 99 VALUE 10.
                01 scout_owner_tab OCCURS 2 TIMES.
                    05 scout_owner      PIC X(16) VALUE SPACES.
                    05 scout_slot       PIC 99 VALUE 0.
                01 scout_tab OCCURS SCOUT_MAX TIMES.
                    05 sc_name          PIC X(16) VALUE SPACES.
                    05 sc_board         PIC 99 VALUE 10.
                    05 sc_games         PIC 9(4) VALUE ZEROS.
                    05 sc_hits          PIC 9(5) VALUE ZEROS.
                    05 sc_grid.
                        10 sc_row OCCURS BOARD_MAX TIMES.
                            15 sc_cell  PIC 999 OCCURS BOARD_MAX TIMES.
                *> one scouting.dat line, as the game start reads it
                01 scout_rec.
                    05 scout_rec_name   PIC X(16) VALUE SPACES.
                    05 scout_rec_board  PIC 99 VALUE ZEROS.
                    05 scout_rec_games  PIC 9(4) VALUE ZEROS.
                    05 scout_rec_hits   PIC 9(5) VALUE ZEROS.
                    05 scout_rec_grid   PIC X(675) VALUE SPACES.
                *> what one player's map says about them
                01 scout_top_cell       PIC 999 VALUE ZEROS.
                01 scout_cell_now       PIC 999 VALUE ZEROS.
                01 scout_edge_hits      PIC 9(5) VALUE ZEROS.
                01 scout_corner_hits    PIC 9(5) VALUE ZEROS.
                01 scout_quarter        PIC 9 VALUE 1.
                01 scout_quarter_hits   PIC 9(5) OCCURS 4 TIMES.
                01 scout_busiest        PIC 9(5) VALUE ZEROS.
                01 scout_repeat_n       PIC 999 VALUE ZEROS.
                01 scout_repeat_sum     PIC 9(6) VALUE ZEROS.
                01 scout_pick_x         PIC 99 VALUE 0.
                01 scout_pick_y         PIC 99 VALUE 0.
                01 scout_edge_pct       PIC 999 VALUE ZEROS.
                01 scout_edge_par       PIC 999 VALUE ZEROS.
                01 scout_corner_pct     PIC 999 VALUE ZEROS.
                01 scout_corner_par     PIC 999 VALUE ZEROS.
                01 scout_cluster_pct    PIC 999 VALUE ZEROS.
                01 scout_repeat_pct     PIC 999 VALUE ZEROS.
                01 scout_tells          PIC X(60) VALUE SPACES.
                01 scout_tell_ptr       PIC 99 VALUE 1.
                01 scout_work OCCURS BOARD_MAX TIMES.
                    05 scout_work_cell  PIC 999 OCCURS BOARD_MAX TIMES.
                *> one printed row of the heat map: the row number,
                *> then a digit 1-9 per square scaled to the player's
                *> hottest square, '.' where no ship was ever hit
                01 scout_map_row        PIC X(40) VALUE SPACES.
                01 scout_map_head       PIC X(40) VALUE SPACES.
                01 scout_row_no         PIC Z9.
                01 scout_map_pos        PIC 99 VALUE 0.
                01 scout_level          PIC 9 VALUE 0.
                01 scout_letters        PIC X(15)
                                        VALUE "abcdefghijklmno".
                01 scout_digits         PIC X(9) VALUE "123456789".
                01 scout_screen_line    PIC 99 VALUE 0.
                *> live spectator feed: rewritten whole after every
                *> resolved shot of a real match, so a second
                *> terminal can follow it - a FEED line, a SIDE line
                *> per player, a BOARD line per board (fogged: an
                *> unhit ship square goes out as water) and an END
                *> line repeating the FEED sequence, so a reader that
                *> caught the file half-written knows to look again
                01 feed_file_name       PIC X(4096)
                                        VALUE 'spectator_feed.dat'.
                01 feed_file_status     PIC XX.
                01 feed_seq             PIC 9(6) VALUE ZEROS.
                01 feed_state           PIC X VALUE "P".
                                *> P playing, F finished, S saved
                01 feed_winner          PIC 9 VALUE 0.
                01 feed_side            PIC 9 VALUE 1.
                01 feed_x               PIC 99 VALUE 0.
                01 feed_y               PIC 99 VALUE 0.
                01 feed_pos             PIC 999 VALUE ZEROS.
                01 feed_name            PIC X(16) VALUE SPACES.
                01 feed_board_tx        PIC X(225) VALUE SPACES.
                *> the spectator's side: poll once a second, redraw
                *> when a complete new snapshot turns up, and after
                *> five quiet minutes ask whether to keep watching
                01 SPEC_IDLE_MAX    CONSTANT as 300.
                01 spec_quit            PIC 9 VALUE 0.
                01 spec_idle            PIC 999 VALUE ZEROS.
                01 spec_end_of_file     PIC 9 VALUE 0.
                01 spec_complete        PIC 9 VALUE 0.
                01 spec_seen_seq        PIC X(6) VALUE SPACES.
                01 spec_seen_id         PIC X(14) VALUE SPACES.
                01 spec_tag             PIC X(5) VALUE SPACES.
                01 spec_seq_tx          PIC X(6) VALUE SPACES.
                01 spec_end_seq_tx      PIC X(6) VALUE SPACES.
                01 spec_state           PIC X VALUE SPACE.
                01 spec_id              PIC X(14) VALUE SPACES.
                01 spec_mode            PIC X VALUE SPACE.
                01 spec_w_tx            PIC XX VALUE SPACES.
                01 spec_h_tx            PIC XX VALUE SPACES.
                01 spec_salvo           PIC X VALUE SPACE.
                01 spec_blitz_tx        PIC XX VALUE SPACES.
                01 spec_sudden          PIC X VALUE SPACE.
                01 spec_winner          PIC X VALUE SPACE.
                01 spec_last_player     PIC X VALUE SPACE.
                01 spec_last_x_tx       PIC XX VALUE SPACES.
                01 spec_last_y_tx       PIC XX VALUE SPACES.
                01 spec_last_result     PIC X VALUE SPACE.
                01 spec_side_tx         PIC X VALUE SPACE.
                01 spec_side            PIC 9 VALUE 1.
                01 spec_w               PIC 99 VALUE 10.
                01 spec_h               PIC 99 VALUE 10.
                01 spec_last_y          PIC 99 VALUE 0.
                01 spec_boards_read     PIC 9 VALUE 0.
                01 spec_side_tab OCCURS 2 TIMES.
                    05 spec_name        PIC X(16) VALUE SPACES.
                    05 spec_score       PIC X(6) VALUE SPACES.
                    05 spec_hits        PIC X(3) VALUE SPACES.
                    05 spec_rounds      PIC X(3) VALUE SPACES.
                    05 spec_ships       PIC X VALUE SPACE.
                    05 spec_think       PIC X(6) VALUE SPACES.
                    05 spec_board_tx    PIC X(225) VALUE SPACES.
                01 spec_column          PIC 99 VALUE 0.
                01 spec_line            PIC 99 VALUE 0.
                01 spec_tile            PIC X VALUE SPACE.
                01 spec_color           PIC 9 VALUE 0.
                *> the ladder challenge board: a named player may
                *> challenge anyone up to CHALLENGE_REACH places
                *> above them, to be played within CHALLENGE_DAYS.
                *> only the challenges still standing live in
                *> challenges.dat; a settled one (played, forfeited
                *> or declined) goes to the append-only results log,
                *> which is what the league digest reads
                01 CHALLENGE_MAX    CONSTANT as 30.
                01 CHALLENGE_REACH  CONSTANT as 3.
                01 CHALLENGE_DAYS   CONSTANT as 7.
                01 chal_file_name       PIC X(4096)
                                        VALUE 'challenges.dat'.
                01 chal_file_status     PIC XX.
                01 chal_log_file_name   PIC X(4096)
                                        VALUE 'challenges_log.csv'.
                01 chal_log_file_status PIC XX.
                01 chal_end_of_file     PIC 9 VALUE 0.
                01 chal_count           PIC 99 VALUE 0.
                01 chal_idx             PIC 99 VALUE 0.
                01 chal_found           PIC 99 VALUE 0.
                01 chal_settled         PIC 9 VALUE 0.
                01 chal_save_idx        PIC 99 VALUE 0.
                01 chal_shift_idx       PIC 99 VALUE 0.
                01 chal_line_valid      PIC 9 VALUE 0.
                01 chal_field_count     PIC 99 VALUE 0.
                01 chal_trailing_field  PIC X(20) VALUE SPACES.
                01 chal_tab OCCURS CHALLENGE_MAX TIMES.
                    05 chal_challenger  PIC X(16) VALUE SPACES.
                    05 chal_defender    PIC X(16) VALUE SPACES.
                    05 chal_issued      PIC 9(8) VALUE ZEROS.
                    05 chal_deadline    PIC 9(8) VALUE ZEROS.
                    05 chal_state       PIC X VALUE "O".
                                *> O open, A accepted
                01 chal_today           PIC 9(8) VALUE ZEROS.
                01 chal_game_date       PIC 9(8) VALUE ZEROS.
                01 chal_date_digits     PIC X(8) VALUE SPACES.
                01 chal_date_int        PIC 9(7) VALUE ZEROS.
                *> the ladder positions a challenger may reach
                01 chal_my_pos          PIC 99 VALUE 0.
                01 chal_low_pos         PIC 99 VALUE 0.
                01 chal_pick            PIC 99 VALUE 0.
                01 chal_message         PIC X(50) VALUE SPACES.
                *> one settlement, as it goes to the results log
                01 chal_outcome         PIC X VALUE SPACE.
                                *> P played, F forfeited, D declined
                01 chal_winner          PIC X(16) VALUE SPACES.
                01 chal_closed          PIC 9(8) VALUE ZEROS.
                01 chal_game_tx         PIC X(14) VALUE SPACES.
                *> one results log line, split for the digest
                01 cr_closed_tx         PIC X(8) VALUE SPACES.
                01 cr_outcome           PIC X VALUE SPACE.
                01 cr_challenger        PIC X(16) VALUE SPACES.
                01 cr_defender          PIC X(16) VALUE SPACES.
                01 cr_winner            PIC X(16) VALUE SPACES.
                01 digest_chal_count    PIC 9(4) VALUE ZEROS.
                *> the daily puzzle: hand-built scenarios in
                *> puzzles.dat, one picked per day by the date and
                *> played against a fixed enemy fleet on a shot
                *> budget. Not a real match, so it stays out of the
                *> master, ladder and medals: attempts go to their own
                *> results file and per-puzzle leaderboard.
                *> puzzles.dat, one PUZZLE line then its own lines:
                *>   PUZZLE;id;width;height;shot budget;title
                *>   SHIP;class;length;color;row;column;0 across/1 down
                *>   SHOW;row;column     (a square shown from the start)
                *> columns are the board letters, as the game takes
                01 PUZZLE_BOARD_MAX     CONSTANT as 40.
                01 PUZZLE_SINK_POINTS   CONSTANT as 100.
                01 PUZZLE_SPARE_POINTS  CONSTANT as 10.
                01 puzzle_file_name     PIC X(4096)
                                        VALUE 'puzzles.dat'.
                01 puzzle_file_status   PIC XX.
                01 puz_result_file_name PIC X(4096)
                                        VALUE 'puzzle_results.csv'.
                01 puz_result_file_status PIC XX.
                01 puz_end_of_file      PIC 9 VALUE 0.
                01 puz_count            PIC 999 VALUE ZEROS.
                01 puz_seen             PIC 999 VALUE ZEROS.
                01 puz_wanted           PIC 999 VALUE ZEROS.
                01 puz_found            PIC 9 VALUE 0.
                01 puz_broken           PIC 9 VALUE 0.
                01 puz_bad_line         PIC X(80) VALUE SPACES.
                01 puz_today            PIC 9(8) VALUE ZEROS.
                01 puz_day_int          PIC 9(7) VALUE ZEROS.
                01 puz_day_quot         PIC 9(7) VALUE ZEROS.
                01 puz_day_rem          PIC 999 VALUE ZEROS.
                *> today's puzzle
                01 puz_id               PIC X(8) VALUE SPACES.
                01 puz_width            PIC 99 VALUE ZEROS.
                01 puz_height           PIC 99 VALUE ZEROS.
                01 puz_budget           PIC 999 VALUE ZEROS.
                01 puz_title            PIC X(30) VALUE SPACES.
                01 puz_ship_count       PIC 9 VALUE 0.
                01 puz_ship_tab OCCURS MAX_SHIPS TIMES.
                    *> laid out as build_ship_parameters
                    05 puz_ship_class.
                        10 puz_ship_lenght  PIC 9.
                        10 puz_ship_color   PIC 9.
                        10 puz_ship_name    PIC X(10).
                    05 puz_ship_row     PIC 99.
                    05 puz_ship_col     PIC 99.
                    05 puz_ship_dir     PIC 9.
                *> squares of the enemy board shown from the start
                01 puz_shown_grid.
                    05 puz_shown_row OCCURS BOARD_MAX TIMES.
                        10 puz_shown    PIC 9 OCCURS BOARD_MAX TIMES.
                *> one puzzles.dat line, split
                01 puz_tag              PIC X(6) VALUE SPACES.
                01 puz_in_id            PIC X(8) VALUE SPACES.
                01 puz_in_name          PIC X(10) VALUE SPACES.
                01 puz_in_len           PIC 9 VALUE 0.
                01 puz_in_color         PIC 9 VALUE 0.
                01 puz_in_row           PIC 99 VALUE 0.
                01 puz_in_col_tx        PIC X VALUE SPACE.
                01 puz_in_dir           PIC 9 VALUE 0.
                01 puz_col_num          PIC 99 VALUE 0.
                01 puz_k                PIC 99 VALUE 0.
                01 puz_dup_name         PIC 9 VALUE 0.
                *> one attempt
                01 puz_saved_ships      PIC 9 VALUE 5.
                01 puz_quit             PIC 9 VALUE 0.
                01 puz_left             PIC 999 VALUE ZEROS.
                01 puz_shots            PIC 999 VALUE ZEROS.
                01 puz_sunk             PIC 9 VALUE 0.
                01 puz_score            PIC 9(5) VALUE ZEROS.
                *> the leaderboard: each player's best attempt at
                *> today's puzzle, best first
                01 puz_board_count      PIC 99 VALUE 0.
                01 puz_board_idx        PIC 99 VALUE 0.
                01 puz_board_tab OCCURS PUZZLE_BOARD_MAX TIMES.
                    05 pb_name          PIC X(16) VALUE SPACES.
                    05 pb_score         PIC 9(5) VALUE ZEROS.
                    05 pb_shots         PIC 999 VALUE ZEROS.
                    05 pb_sunk          PIC 9 VALUE 0.
                    05 pb_date          PIC 9(8) VALUE ZEROS.
                01 puz_board_swap       PIC X(33) VALUE SPACES.
                *> one results line, split
                01 pr_date              PIC 9(8) VALUE ZEROS.
                01 pr_id                PIC X(8) VALUE SPACES.
                01 pr_name              PIC X(16) VALUE SPACES.
                01 pr_shots             PIC 999 VALUE ZEROS.
                01 pr_sunk              PIC 9 VALUE 0.
                01 pr_ships             PIC 9 VALUE 0.
                01 pr_score             PIC 9(5) VALUE ZEROS.
                *> player names: one player renamed, or merged into
                *> another, in every file that carries names, or
                *> retired off the ladder and the profile list with
                *> their history kept; retired.dat holds the
                *> retired and the ladder place each left behind
                01 RETIRED_MAX      CONSTANT as 30.
                01 NAMES_FIELD_MAX  CONSTANT as 10.
                01 NAMES_MEDAL_MAX  CONSTANT as 20.
                01 retired_file_name    PIC X(4096)
                                        VALUE 'retired.dat'.
                01 retired_file_status  PIC XX.
                01 retired_end_of_file  PIC 9 VALUE 0.
                01 retired_count        PIC 99 VALUE 0.
                01 retired_idx          PIC 99 VALUE 0.
                01 retired_check        PIC X(16) VALUE SPACES.
                01 retired_line_valid   PIC 9 VALUE 0.
                01 retired_field_count  PIC 99 VALUE 0.
                01 retired_trailing_field PIC X(20) VALUE SPACES.
                01 retired_saved        PIC 9 VALUE 0.
                01 retired_tab OCCURS RETIRED_MAX TIMES.
                    05 ret_name         PIC X(16) VALUE SPACES.
                    05 ret_rating       PIC 9(4) VALUE ZEROS.
                    05 ret_games        PIC 9(4) VALUE ZEROS.
                    05 ret_date         PIC 9(8) VALUE ZEROS.
                *> what the clerk asked for
                01 names_action         PIC X VALUE SPACE.
                01 names_from           PIC X(16) VALUE SPACES.
                01 names_to             PIC X(16) VALUE SPACES.
                01 names_keep           PIC 9 VALUE 2.
                01 names_message        PIC X(50) VALUE SPACES.
                01 names_from_retired   PIC 99 VALUE 0.
                *> the run's progress lines
                01 names_line           PIC 99 VALUE 0.
                01 names_data_name      PIC X(20) VALUE SPACES.
                01 names_changed        PIC 9(6) VALUE ZEROS.
                01 names_total          PIC 9(6) VALUE ZEROS.
                01 names_end_of_file    PIC 9 VALUE 0.
                01 names_year           PIC 9(4) VALUE ZEROS.
                01 names_cur_year       PIC 9(4) VALUE ZEROS.
                *> table work for the ladder, profiles, challenges
                01 names_from_idx       PIC 99 VALUE 0.
                01 names_to_idx         PIC 99 VALUE 0.
                01 names_idx            PIC 99 VALUE 0.
                01 names_shift_idx      PIC 99 VALUE 0.
                01 names_other_rating   PIC 9(4) VALUE ZEROS.
                01 names_other_games    PIC 9(4) VALUE ZEROS.
                01 names_games_sum      PIC 9(5) VALUE ZEROS.
                01 names_rating_new     PIC 9(4) VALUE ZEROS.
                01 names_number         PIC 9(5) VALUE ZEROS.
                *> one text line taken apart field by field, so a
                *> name is matched whole wherever it sits
                01 names_line_changed   PIC 9 VALUE 0.
                01 names_overflow       PIC 9 VALUE 0.
                01 names_field_count    PIC 99 VALUE 0.
                01 names_k              PIC 99 VALUE 0.
                01 names_ptr            PIC 999 VALUE 0.
                01 names_field_tab.
                    05 names_field OCCURS NAMES_FIELD_MAX TIMES
                                        PIC X(80).
                01 names_len_tab.
                    05 names_len OCCURS NAMES_FIELD_MAX TIMES
                                        PIC 99.
                *> the medals each name holds, so a merge keeps
                *> one copy of each, the earlier one
                01 names_medal_hit      PIC 99 VALUE 0.
                01 names_to_medals      PIC 99 VALUE 0.
                01 names_to_medal_tab OCCURS NAMES_MEDAL_MAX TIMES.
                    05 nt_code          PIC X(12) VALUE SPACES.
                    05 nt_date          PIC X(10) VALUE SPACES.
                    05 nt_drop          PIC 9 VALUE 0.
                01 names_from_medals    PIC 99 VALUE 0.
                01 names_from_medal_tab OCCURS NAMES_MEDAL_MAX TIMES.
                    05 nf_code          PIC X(12) VALUE SPACES.
                    05 nf_date          PIC X(10) VALUE SPACES.
                *> sharing control for terminals on the shared
                *> drive: a game holds session.lck shared for as
                *> long as it is being played, and a League Office
                *> job that rewrites files underneath holds it
                *> exclusively, so neither starts over the other.
                *> holders.dat says who went in and who came out,
                *> so a refusal can name names. tables.lck is held
                *> across every reload-change-save of the ladder,
                *> profiles and challenges, so one terminal's save
                *> never wipes out another's
                01 LOCK_RETRY_MAX   CONSTANT as 20.
                01 HOLDER_MAX       CONSTANT as 20.
                01 hold_file_name       PIC X(4096)
                                        VALUE 'session.lck'.
                01 hold_file_status     PIC XX.
                01 hold_state           PIC X VALUE SPACE.
                                *> G game, J League Office job
                01 hold_session         PIC X(16) VALUE SPACES.
                01 hold_name            PIC X(16) VALUE SPACES.
                01 hold_what            PIC X(16) VALUE SPACES.
                01 hold_note            PIC X(50) VALUE SPACES.
                01 holders_file_name    PIC X(4096)
                                        VALUE 'holders.dat'.
                01 holders_file_status  PIC XX.
                01 holders_end_of_file  PIC 9 VALUE 0.
                01 holder_tag           PIC X(3) VALUE SPACES.
                01 holder_id            PIC X(16) VALUE SPACES.
                01 holder_kind          PIC X VALUE SPACE.
                01 holder_name          PIC X(16) VALUE SPACES.
                01 holder_what          PIC X(16) VALUE SPACES.
                01 holder_date          PIC X(8) VALUE SPACES.
                01 holder_time          PIC X(6) VALUE SPACES.
                01 holder_count         PIC 99 VALUE 0.
                01 holder_idx           PIC 99 VALUE 0.
                01 holder_shift_idx     PIC 99 VALUE 0.
                01 holder_job_idx       PIC 99 VALUE 0.
                01 holder_tab OCCURS HOLDER_MAX TIMES.
                    05 hl_id            PIC X(16) VALUE SPACES.
                    05 hl_kind          PIC X VALUE SPACE.
                    05 hl_name          PIC X(16) VALUE SPACES.
                    05 hl_what          PIC X(16) VALUE SPACES.
                    05 hl_date          PIC X(8) VALUE SPACES.
                    05 hl_time          PIC X(6) VALUE SPACES.
                01 tables_file_name     PIC X(4096)
                                        VALUE 'tables.lck'.
                01 tables_file_status   PIC XX.
                01 tables_lock_depth    PIC 99 VALUE 0.
                *> a busy file is retried every half second
                01 lock_tries           PIC 9(4) VALUE ZEROS.
                01 lock_file_tx         PIC X(20) VALUE SPACES.
                01 lock_blank           PIC X(72) VALUE SPACES.
                01 lock_fail_status     PIC XX VALUE SPACES.
                *> the challenge picked on the board, found again
                *> by its names once the board is reloaded
                01 chal_pick_challenger PIC X(16) VALUE SPACES.
                01 chal_pick_defender   PIC X(16) VALUE SPACES.
                *> post-game coaching analysis, computed from the
                *> chosen match's lines in the shots log: hit rate
                *> by board region, shots wasted next to ships
                01 hdr_w            PIC 99 VALUE ZEROS.
                01 hdr_h            PIC 99 VALUE ZEROS.
                01 hdr_ships        PIC 9 VALUE ZERO.
                01 hdr_name_tx      PIC X(16) VALUE SPACES.
                *> Elo-style rating ladder, persisted per player
                *> name; ratings are what the hall of fame's raw
                *> scores are not: a measure of skill, not stamina
                01 ladder_file_name     PIC X(4096)
                                        VALUE 'ladder.csv'.
                01 ladder_file_status   PIC XX.
                01 ladder_saved         PIC 9 VALUE 0.
                01 ladder_count         PIC 99 VALUE 0.
                01 ladder_idx           PIC 99 VALUE 0.
                01 ladder_end_of_file   PIC 9 VALUE 0.
                    05 LINE PLUS 1 COLUMN 10 VALUE "9- Replay Viewer".
                    05 LINE PLUS 1 COLUMN 10 VALUE "t- Tournament   ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "l- Rating Ladder".
                    05 LINE PLUS 1 COLUMN 10 VALUE "b- Challenges   ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "d- Daily Puzzle ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "a- Archive Games".
                    05 LINE PLUS 1 COLUMN 10 VALUE "c- Remote Match ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "w- Watch a Match".
                    05 LINE PLUS 1 COLUMN 10 VALUE "m- Trophy Case  ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "o- League Office".
                    05 LINE PLUS 1 COLUMN 10 VALUE "p- Campaign     ".
                                    VALUE "9- Blitz sudden death".
                    05 COLUMN PLUS 2 USING blitz_sudden
                                    FOREGROUND-COLOR blue.
                    05 LINE PLUS 1 COLUMN 10
                                    VALUE "s- Scouted bot".
                    05 COLUMN PLUS 2 USING SCOUTED_AI
                                    FOREGROUND-COLOR blue.
                    05 LINE PLUS 1 COLUMN 10 VALUE "0- Go back".
                    05 LINE PLUS 1 COLUMN 10 VALUE "----------------".

                            VALUE "Please write your name".
                    05 COLUMN PLUS 2 USING player_name.

                01 rival_name_screen.
                    05 BLANK SCREEN BACKGROUND-COLOR black
                                    FOREGROUND-COLOR white.
                    05 LINE PLUS 5 COLUMN 5
                            VALUE "Player 2, please write your name".
                    05 COLUMN PLUS 2 USING rival_name.

                *> below the lowest ship row show_score can print with
                *> the largest board and fleet, so neither ever
                *> overwrites these prompts
                        VALUE "Key returns to menu, x abandons:".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 spectate_idle_screen.
                    05 LINE 31 COLUMN 5
                        VALUE "No shots for a while - keep watching? (y):".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 remote_side_screen.
                    05 BLANK SCREEN BACKGROUND-COLOR black
                                    FOREGROUND-COLOR white.
                    05 LINE PLUS 1 COLUMN 10 VALUE "8- Export Games ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "9- Import Games ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "r- Rebuild Mastr".
                    05 LINE PLUS 1 COLUMN 10 VALUE "h- Head to Head ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "b- Bot Calibrate".
                    05 LINE PLUS 1 COLUMN 10 VALUE "s- Scouting     ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "n- Player Names ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "0- Go back      ".
                    05 LINE PLUS 1 COLUMN 10 VALUE "----------------".

                        VALUE "Restore which set? (0 goes back):".
                    05 COLUMN PLUS 2 USING backup_pick AUTO-SKIP.

                01 h2h_names_screen.
                    05 BLANK SCREEN BACKGROUND-COLOR black
                                    FOREGROUND-COLOR white.
                    05 LINE 3 COLUMN 10 VALUE "Head to head"
                                        FOREGROUND-COLOR green.
                    05 LINE PLUS 1 COLUMN 10 VALUE "============"
                                        FOREGROUND-COLOR cyan.
                    05 LINE PLUS 2 COLUMN 10 VALUE "Player:".
                    05 COLUMN PLUS 2 USING h2h_name_a
                                    FOREGROUND-COLOR brown.
                    05 LINE PLUS 1 COLUMN 10 VALUE "Against:".
                    05 COLUMN PLUS 1 USING h2h_name_b
                                    FOREGROUND-COLOR brown.
                    05 LINE PLUS 2 COLUMN 10
                        VALUE "(blank player: rivalry table only)".

                01 rebuild_archive_screen.
                    05 LINE 6 COLUMN 10
                        VALUE "Pull archived years back in? (y):".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 player_names_screen.
                    05 BLANK SCREEN BACKGROUND-COLOR black
                                    FOREGROUND-COLOR white.
                    05 LINE 3 COLUMN 10 VALUE "Player Names"
                                        FOREGROUND-COLOR green.
                    05 LINE PLUS 1 COLUMN 10 VALUE "============"
                                        FOREGROUND-COLOR cyan.
                    05 LINE PLUS 2 COLUMN 10
                        VALUE "r- Rename a player in every file".
                    05 LINE PLUS 1 COLUMN 10
                        VALUE "m- Merge a player into another".
                    05 LINE PLUS 1 COLUMN 10
                        VALUE "t- Retire or reinstate a player".
                    05 LINE PLUS 2 COLUMN 10 VALUE "Action:".
                    05 COLUMN PLUS 2 USING names_action AUTO-SKIP.
                    05 LINE PLUS 2 COLUMN 10 VALUE "Player:".
                    05 COLUMN PLUS 2 USING names_from
                                    FOREGROUND-COLOR brown.
                    05 LINE PLUS 1 COLUMN 10
                        VALUE "New name, or merge into:".
                    05 COLUMN PLUS 2 USING names_to
                                    FOREGROUND-COLOR brown.
                    05 LINE PLUS 1 COLUMN 10
                        VALUE "Merge keeps profile (1 old, 2 new):".
                    05 COLUMN PLUS 2 USING names_keep AUTO-SKIP.

                01 names_confirm_screen.
                    05 LINE 17 COLUMN 10
                        VALUE "Back up, then change every file? (y):".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 calib_setup_screen.
                    05 BLANK SCREEN BACKGROUND-COLOR black
                                    FOREGROUND-COLOR white.
                    05 LINE 3 COLUMN 10 VALUE "Bot calibration"
                                        FOREGROUND-COLOR green.
                    05 LINE PLUS 1 COLUMN 10 VALUE "==============="
                                        FOREGROUND-COLOR cyan.
                    05 LINE PLUS 2 COLUMN 10
                        VALUE "Games per setup (0 goes back):".
                    05 COLUMN PLUS 2 USING calib_games_wanted
                                    AUTO-SKIP.

                01 export_since_screen.
                    05 LINE 6 COLUMN 10
                        VALUE "Export games since (yyyymmdd):".
                        VALUE "c closes the season, key returns:".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 challenge_prompt_screen.
                    05 LINE 28 COLUMN 10
                        VALUE "i)ssue a)ccept d)ecline, key returns:".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 challenge_pick_screen.
                    05 LINE 29 COLUMN 10
                        VALUE "Which one? (0 goes back):".
                    05 COLUMN PLUS 2 USING chal_pick AUTO-SKIP.

                01 puzzle_prompt_screen.
                    05 LINE 28 COLUMN 10
                        VALUE "p plays today's puzzle, key returns:".
                    05 COLUMN PLUS 2 USING guess_y_tx AUTO-SKIP.

                01 profile_pick_screen.
                    05 LINE 18 COLUMN 10
                            VALUE "Pick profile (0 for guest):".
            PROCEDURE DIVISION.
            main_menu.
                IF FLEET_LOADED = 0 THEN
                    *> started as "battleship batch [control file]":
                    *> the night's League Office jobs run with no
                    *> terminal and the program ends there
                    ACCEPT batch_command FROM COMMAND-LINE
                    MOVE SPACES TO batch_verb
                    MOVE SPACES TO batch_control_arg
                    UNSTRING batch_command DELIMITED BY ALL SPACE
                        INTO batch_verb, batch_control_arg
                    END-UNSTRING
                    IF batch_verb = "batch" OR batch_verb = "BATCH"
                            THEN
                        PERFORM batch_night_run
                    END-IF
                    PERFORM load_fleet_config
                    MOVE 1 TO FLEET_LOADED
                    *> the start-up checks write the master, so
                    *> they wait out a League Office job as a game
                    *> does
                    MOVE "start-up checks" TO hold_what
                    PERFORM take_game_hold
                    PERFORM import_legacy_history
                    *> a master left unreadable by a power cut must
                    *> be reported before anything trusts it
                    PERFORM check_master_integrity
                    PERFORM release_hold
                    *> finish any match a crash left half-posted,
                    *> but only with no game open anywhere: one
                    *> still posting its own match would be posted
                    *> twice. refused, it waits for the next start
                    MOVE "posting recovery" TO hold_what
                    PERFORM try_job_hold
                    IF hold_state = "J" THEN
                        PERFORM recover_pending_postings
                    END-IF
                    PERFORM release_hold
                    *> let a returning player pick up their saved
                    *> name and options before anything else
                    PERFORM load_profiles
                        PERFORM profile_select
                    END-IF
                END-IF.
                PERFORM release_hold.
                ACCEPT main_menu_screen.
                EVALUATE menu_opt
                    WHEN 1
                        PERFORM tournament_menu
                    WHEN "l"
                        PERFORM show_ladder
                    WHEN "b"
                        PERFORM challenge_board
                    WHEN "d"
                        PERFORM puzzle_menu
                    WHEN "a"
                        MOVE "history archive" TO hold_what
                        PERFORM run_office_job
                    WHEN "c"
                        PERFORM remote_game
                    WHEN "w"
                        PERFORM spectate_run
                    WHEN "m"
                        PERFORM show_trophy_case
                    WHEN "o"
                        ELSE
                            MOVE 0 TO blitz_sudden
                        END-IF
                    WHEN "s"
                        *> lean the bot toward where this player
                        *> usually hides the fleet
                        IF SCOUTED_AI = 0 THEN
                            MOVE 1 TO SCOUTED_AI
                        ELSE
                            MOVE 0 TO SCOUTED_AI
                        END-IF
                    WHEN 0
                        PERFORM store_profile_settings
                        PERFORM main_menu
                EXIT.

            game_start.
                MOVE "game" TO hold_what.
                PERFORM take_game_hold.
                PERFORM init_parameters.
                PERFORM apply_board_size.
                PERFORM stamp_game_id.
                PERFORM set_rival_name.
                PERFORM load_scout_map.
                MOVE 0 TO shot_turn_no.
                MOVE ZEROS TO feed_seq.
                MOVE 0 TO cpu_radar_has_target.
                MOVE SPACES TO streak_class.
                MOVE 0 TO streak_count.
                PERFORM game_loop.
                EXIT.

            *> name the other side of the match for its detail
            *> record: a series already knows its second player, a
            *> plain hot-seat game asks for one
            set_rival_name.
                EVALUATE TRUE
                    WHEN GAME_MODE = 3 AND SERIES_MODE = 1
                        MOVE series_p2 TO rival_name
                    WHEN GAME_MODE = 3
                        MOVE "Player 2" TO rival_name
                        ACCEPT rival_name_screen
                        IF rival_name = SPACES THEN
                            MOVE "Player 2" TO rival_name
                        END-IF
                    WHEN OTHER
                        MOVE "Computer" TO rival_name
                END-EVALUATE.
                EXIT.

            *> turn the board size picked in Options into the live
            *> board dimensions
            apply_board_size.
            finish_game_loop.
                IF SAVE_REQUESTED = 1 THEN
                    PERFORM save_game_checkpoint
                    IF GAME_MODE = 0 OR GAME_MODE = 3 THEN
                        MOVE "S" TO feed_state
                        MOVE 0 TO feed_winner
                        PERFORM write_spectator_feed
                    END-IF
                ELSE
                    PERFORM do_game_over
                END-IF.

            *> resume a match saved earlier via "Save & Exit"
            resume_game.
                MOVE "resumed game" TO hold_what.
                PERFORM take_game_hold.
                PERFORM load_game_checkpoint.
                IF checkpoint_found = 1 THEN
                    DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                            FOREGROUND-COLOR white
                    PERFORM set_screen_offsets
                    CALL "bot_ai" USING 0
                    PERFORM load_scout_map
                    MOVE 0 TO SAVE_REQUESTED
                    MOVE 0 TO GAME_OVER
                    *> a parked remote match resumes its own loop,
                       weapon_state(2) ";"
                       CAMPAIGN_MODE ";"
                       blitz_think(1) ";"
                       blitz_think(2) ";"
                       rival_name
                    INTO checkpoint_line
                END-STRING.
                WRITE checkpoint_line.
                MOVE 0 TO CAMPAIGN_MODE.
                MOVE ZEROS TO blitz_think(1).
                MOVE ZEROS TO blitz_think(2).
                MOVE SPACES TO rival_name.
                *> a save without board dimensions predates the
                *> configurable board: its board image no longer
                *> matches the in-memory layout, so it is refused
                                     pending_class,
                                     weapon_state(1), weapon_state(2),
                                     CAMPAIGN_MODE,
                                     blitz_think(1), blitz_think(2),
                                     rival_name
                            END-UNSTRING
                            MOVE 1 TO checkpoint_found
                            *> a save from before opponents were
                            *> named gets the usual default
                            IF rival_name = SPACES THEN
                                EVALUATE GAME_MODE
                                    WHEN 3
                                        MOVE "Player 2" TO rival_name
                                    WHEN 4
                                        MOVE "Remote player"
                                            TO rival_name
                                    WHEN OTHER
                                        MOVE "Computer" TO rival_name
                                END-EVALUATE
                            END-IF
                            *> a save taken before the shots log
                            *> existed has no match id - stamp one so
                            *> the resumed game still gets logged
                        MOVE 1 TO radar_reveal
                    END-IF
                END-IF.
                *> a daily puzzle can start with squares shown
                IF GAME_MODE = 6 AND player = CPU_PLAYER THEN
                    IF puz_shown(x, y) = 1 THEN
                        MOVE 1 TO radar_reveal
                    END-IF
                END-IF.
                EXIT.

            *> Show score information; the score block sits right
                        END-IF
                    END-PERFORM
                END-PERFORM.
                IF GAME_MODE NOT = 5 THEN
                    DISPLAY "CPU swept its radar!" AT LINE 30 COLUMN 40
                            WITH FOREGROUND-COLOR brown
                END-IF.
                MOVE 1 TO shot_forfeited.
                EXIT.

                END-IF.
                MOVE 1 TO barrage_used(player).
                MOVE 1 TO shot_forfeited.
                IF GAME_MODE NOT = 5 THEN
                    DISPLAY "CPU fired a barrage!" AT LINE 30 COLUMN 40
                            WITH FOREGROUND-COLOR brown
                END-IF.
                PERFORM fire_barrage.
                EXIT.

                END-PERFORM.
                COMPUTE salvo_hits = p_score_hit_count(player)
                                        - salvo_start_hits.
                *> a calibration run plays with no one watching
                IF GAME_MODE NOT = 5 THEN
                    PERFORM show_board
                    MOVE SPACE TO guess_y_tx
                    ACCEPT salvo_result_screen
                END-IF.
                EXIT.

            *> Check if player move resulted in a hit
                    PERFORM log_shot
                END-IF
                MOVE current_tile TO tile_data(enemy, guess_x, guess_y).
                *> and out to anyone watching from another terminal
                IF GAME_MODE = 0 OR GAME_MODE = 3
                        OR GAME_MODE = 4 THEN
                    MOVE "P" TO feed_state
                    MOVE 0 TO feed_winner
                    PERFORM write_spectator_feed
                END-IF.
                EXIT.

            *> append one line to the per-shot log: which match, turn
            log_shot.
                MOVE guess_x TO shot_x_out.
                MOVE guess_y TO shot_y_out.
                MOVE ZEROS TO lock_tries.
                PERFORM open_shots_append.
                PERFORM clear_busy_notice.
                IF shots_file_status = "00" THEN
                    PERFORM write_shot_lines
                    CLOSE shots_file
                END-IF.
                EXIT.

            write_shot_lines.
                *> the match's first shot is preceded by a header
                *> naming the board size, so the replay viewer can
                *> rebuild the game on the board it was played on
                    END-STRING
                END-IF.
                WRITE shots_line.
                EXIT.

            *> every terminal's game appends to the one shots log;
            *> another terminal busy with it is waited out for a
            *> few seconds, a shot line is not worth more. the
            *> first game ever starts the log, under the same lock
            open_shots_append.
                OPEN EXTEND SHARING WITH NO OTHER shots_file.
                IF shots_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER shots_file
                END-IF.
                IF shots_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE shots_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_shots_append
                END-IF.
                EXIT.

            *> rewrite the spectator feed with the match as it now
            *> stands; feed_state and feed_winner are set by the
            *> caller. A busy feed is no reason to hold up the game
            *> over one move, so a move's snapshot is tried once;
            *> the final (F) and saved (S) states are the last a
            *> spectator will ever get, so those wait for a
            *> spectator's read to finish before giving up
            write_spectator_feed.
                ADD 1 TO feed_seq.
                MOVE ZEROS TO lock_tries.
                IF feed_state = "F" OR feed_state = "S" THEN
                    PERFORM open_feed_retrying
                    PERFORM clear_busy_notice
                ELSE
                    OPEN OUTPUT SHARING WITH NO OTHER feed_file
                END-IF.
                IF feed_file_status = "00" THEN
                    MOVE SPACES TO feed_line
                    STRING "FEED;" feed_seq ";" feed_state ";"
                           game_id ";" GAME_MODE ";"
                           BOARD_WIDTH ";" BOARD_HEIGTH ";"
                           SALVO_MODE ";" blitz_seconds ";"
                           blitz_sudden ";" feed_winner ";"
                           player ";" guess_x ";" guess_y ";"
                           shot_result_tx
                        INTO feed_line
                    END-STRING
                    WRITE feed_line
                    PERFORM VARYING feed_side FROM 1 BY 1
                                        UNTIL feed_side > 2
                        PERFORM write_feed_side
                    END-PERFORM
                    PERFORM VARYING feed_side FROM 1 BY 1
                                        UNTIL feed_side > 2
                        PERFORM write_feed_board
                    END-PERFORM
                    MOVE SPACES TO feed_line
                    STRING "END;" feed_seq INTO feed_line
                    END-STRING
                    WRITE feed_line
                    CLOSE feed_file
                END-IF.
                EXIT.

            open_feed_retrying.
                OPEN OUTPUT SHARING WITH NO OTHER feed_file.
                IF feed_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE feed_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_feed_retrying
                END-IF.
                EXIT.

            write_feed_side.
                IF feed_side = HUMAN_PLAYER THEN
                    MOVE player_name TO feed_name
                    IF feed_name = SPACES THEN
                        MOVE "Player 1" TO feed_name
                    END-IF
                ELSE
                    MOVE rival_name TO feed_name
                END-IF.
                MOVE SPACES TO feed_line.
                STRING "SIDE;" feed_side ";" feed_name ";"
                       p_score(feed_side) ";"
                       p_score_hit_count(feed_side) ";"
                       p_score_rounds_count(feed_side) ";"
                       p_ship_count(feed_side) ";"
                       blitz_think(feed_side)
                    INTO feed_line
                END-STRING.
                WRITE feed_line.
                EXIT.

            *> a board as the other side sees it: hits and misses,
            *> and water wherever a ship has not been found yet
            write_feed_board.
                MOVE SPACES TO feed_board_tx.
                PERFORM VARYING feed_x FROM 1 BY 1
                                    UNTIL feed_x > BOARD_HEIGTH
                    PERFORM VARYING feed_y FROM 1 BY 1
                                        UNTIL feed_y > BOARD_WIDTH
                        COMPUTE feed_pos =
                            (feed_x - 1) * BOARD_MAX + feed_y
                        IF tile(feed_side, feed_x, feed_y)
                                = SHIP_SPRITE THEN
                            MOVE WATER TO feed_board_tx(feed_pos:1)
                        ELSE
                            MOVE tile(feed_side, feed_x, feed_y)
                                TO feed_board_tx(feed_pos:1)
                        END-IF
                    END-PERFORM
                END-PERFORM.
                MOVE SPACES TO feed_line.
                STRING "BOARD;" feed_side ";" feed_board_tx
                    INTO feed_line
                END-STRING.
                WRITE feed_line.
                EXIT.

            *> stamp a fresh match id for the shots log: the date the
                EXIT.

            *> a profile line must have 4 fields (older files, before
            *> the board size was saved), 5, or 6 with the scouted
            *> bot switch, a non-blank name and numeric switches -
            *> same idiom as validate_fleet_record
            validate_profile_record.
                MOVE 1 TO profile_line_valid.
                MOVE SPACES TO profile_trailing_field.
                MOVE 1 TO prof_board(profile_count).
                MOVE 0 TO prof_scout(profile_count).
                *> TALLYING adds to its counter, so it must be
                *> zeroed per line or every line after the first
                *> fails the field-count test
                         prof_manual(profile_count)
                         prof_diff(profile_count)
                         prof_board(profile_count)
                         prof_scout(profile_count)
                         profile_trailing_field
                    TALLYING IN profile_field_count
                END-UNSTRING.
                IF (profile_field_count < 4
                        OR profile_field_count > 6)
                    OR prof_name(profile_count) = SPACES
                    OR prof_fire(profile_count) NOT NUMERIC
                    OR prof_manual(profile_count) NOT NUMERIC
                    OR prof_board(profile_count) > 3 THEN
                    MOVE 1 TO prof_board(profile_count)
                END-IF.
                IF profile_field_count < 6
                    OR prof_scout(profile_count) NOT NUMERIC
                    OR prof_scout(profile_count) > 1 THEN
                    MOVE 0 TO prof_scout(profile_count)
                END-IF.
                EXIT.

            *> rewrite the whole profile file from the table
            save_profiles.
                MOVE ZEROS TO lock_tries.
                PERFORM open_profiles_output.
                PERFORM clear_busy_notice.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > profile_count
                    MOVE SPACES TO profile_line
                    STRING prof_name(i) ";"
                           prof_fire(i) ";"
                           prof_manual(i) ";"
                           prof_diff(i) ";"
                           prof_board(i) ";"
                           prof_scout(i)
                        INTO profile_line
                    END-STRING
                    WRITE profile_line
                CLOSE profile_file.
                EXIT.

            *> the caller holds tables.lck, so the only thing in
            *> the way is a terminal reading the file just then
            open_profiles_output.
                OPEN OUTPUT SHARING WITH NO OTHER profile_file.
                IF profile_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE profile_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_profiles_output
                END-IF.
                EXIT.

            *> show the saved profiles and let the player pick one;
            *> 0 keeps playing as a guest with the current settings.
            *> a retired player's profile is kept but not offered
            profile_select.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                        WITH FOREGROUND-COLOR green.
                DISPLAY "===============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                PERFORM load_retired.
                IF profile_count = 0 THEN
                    DISPLAY "No profiles saved yet - set your name"
                        AT LINE 6 COLUMN 10
                    DISPLAY "in Options to create one."
                        AT LINE 7 COLUMN 10
                ELSE
                    MOVE 5 TO screen_line
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > profile_count
                        MOVE prof_name(i) TO retired_check
                        PERFORM find_retired
                        IF retired_idx = 0 THEN
                            ADD 1 TO screen_line
                            DISPLAY i AT LINE screen_line COLUMN 10
                                    WITH FOREGROUND-COLOR cyan
                            DISPLAY prof_name(i)
                                    AT LINE screen_line COLUMN 13
                                    WITH FOREGROUND-COLOR brown
                            DISPLAY "difficulty:"
                                    AT LINE screen_line COLUMN 31
                            DISPLAY prof_diff(i)
                                    AT LINE screen_line COLUMN 43
                                    WITH FOREGROUND-COLOR blue
                        END-IF
                    END-PERFORM
                END-IF.
                MOVE 0 TO profile_pick.
                ACCEPT profile_pick_screen.
                IF profile_pick >= 1 AND profile_pick <= profile_count
                    THEN
                    MOVE prof_name(profile_pick) TO retired_check
                    PERFORM find_retired
                    IF retired_idx = 0 THEN
                        MOVE profile_pick TO current_profile
                        PERFORM apply_profile
                    END-IF
                END-IF.
                EXIT.

                MOVE prof_manual(current_profile) TO MANUAL_PLACEMENT.
                MOVE prof_diff(current_profile) TO AI_DIFFICULTY.
                MOVE prof_board(current_profile) TO BOARD_SIZE_OPT.
                MOVE prof_scout(current_profile) TO SCOUTED_AI.
                EXIT.

            *> write the live settings back into the profile matching
            *> player_name, creating it if this is a new player; the
            *> profiles are read afresh first, so a profile another
            *> terminal saved since start-up is kept
            store_profile_settings.
                IF player_name NOT = SPACES THEN
                    PERFORM lock_tables
                    PERFORM load_profiles
                    MOVE 0 TO current_profile
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > profile_count
                            TO prof_diff(current_profile)
                        MOVE BOARD_SIZE_OPT
                            TO prof_board(current_profile)
                        MOVE SCOUTED_AI
                            TO prof_scout(current_profile)
                        PERFORM save_profiles
                    END-IF
                    PERFORM unlock_tables
                END-IF.
                EXIT.

                ELSE
                    MOVE 0 TO score_bonnus
                END-IF.
                *> the spectators get the result as it stands
                IF GAME_MODE = 0 OR GAME_MODE = 3
                        OR GAME_MODE = 4 THEN
                    MOVE "F" TO feed_state
                    MOVE player TO feed_winner
                    PERFORM write_spectator_feed
                END-IF.
                *> show winner congratulations, on the line between
                *> the board bottom and the score block
                COMPUTE screen_line = x_offset(HUMAN_PLAYER)
                    DISPLAY "s" AT LINE 29 COLUMN 41
                END-IF.
                ACCEPT screen_game_over.
                *> the name is asked before anything is posted, so
                *> the journal entry carries everything every
                *> posting needs
                IF GAME_MODE = 0 OR GAME_MODE = 3
                        OR GAME_MODE = 4 THEN
                    IF player_name = SPACES THEN
                        ACCEPT set_player_name_screen
                        PERFORM store_profile_settings
                    END-IF
                END-IF.
                PERFORM stamp_game_result.
                PERFORM set_postings_owed.
                IF post_owed_tx NOT = "NNNNNNNN" THEN
                    PERFORM write_journal_entry
                END-IF.
                MOVE "NNNNNNNN" TO post_done_tx.
                PERFORM post_game_results.
                EXIT.

            *> which of the eight postings this match owes: test/
            *> demo runs auto-play via random guesses and must not
            *> pollute the real match history/battle report -
            *> hot-seat and remote matches are real too
            set_postings_owed.
                MOVE "NNNNNNNN" TO post_owed_tx.
                IF GAME_MODE = 0 OR GAME_MODE = 3
                        OR GAME_MODE = 4 THEN
                    MOVE "YYY" TO post_owed_tx(1:3)
                    *> a game against the bot moves the named
                    *> player's rating on the ladder
                    IF GAME_MODE = 0 THEN
                        MOVE "Y" TO post_owed_tx(4:1)
                    END-IF
                    *> and the feats of the match earn their medals
                    MOVE "Y" TO post_owed_tx(5:1)
                END-IF.
                *> a tournament game rolls into the series standings
                *> instead of just ending
                IF SERIES_MODE = 1 THEN
                    MOVE "Y" TO post_owed_tx(6:1)
                END-IF.
                *> and a campaign battle moves the career along
                IF CAMPAIGN_MODE = 1 THEN
                    MOVE "Y" TO post_owed_tx(7:1)
                END-IF.
                *> two named players may be settling a ladder
                *> challenge between them
                IF (GAME_MODE = 3 OR GAME_MODE = 4)
                        AND player_name NOT = SPACES
                        AND rival_name NOT = SPACES THEN
                    MOVE "Y" TO post_owed_tx(8:1)
                END-IF.
                EXIT.

            *> every posting still owed, in order, each marked off
            *> in the journal the moment it has landed; shared by
            *> do_game_over and the startup recovery pass. one
            *> whose file would not open or take the write is left
            *> owed, and the match stays open for the next start
            post_game_results.
                PERFORM VARYING post_step FROM 1 BY 1
                                    UNTIL post_step > POST_STEPS
                    IF post_owed_tx(post_step:1) = "Y"
                            AND post_done_tx(post_step:1) NOT = "Y"
                            THEN
                        MOVE 1 TO post_step_ok
                        PERFORM post_one_result
                        IF post_step_ok = 1 THEN
                            MOVE "Y" TO post_done_tx(post_step:1)
                            PERFORM journal_mark_done
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE 0 TO post_left.
                PERFORM VARYING post_step FROM 1 BY 1
                                    UNTIL post_step > POST_STEPS
                    IF post_owed_tx(post_step:1) = "Y"
                            AND post_done_tx(post_step:1) NOT = "Y"
                            THEN
                        MOVE 1 TO post_left
                    END-IF
                END-PERFORM.
                IF post_owed_tx NOT = "NNNNNNNN"
                        AND post_left = 0 THEN
                    MOVE "C" TO jnl_tag
                    PERFORM append_journal_mark
                END-IF.
                IF post_left = 1 AND post_recovering = 0
                        AND BATCH_MODE = 0 THEN
                    PERFORM show_postings_left
                END-IF.
                EXIT.

            *> the match is safe in the journal; say so rather than
            *> let the player think it was all filed
            show_postings_left.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Results pending" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "===============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                DISPLAY "Not every result could be filed - the rest"
                    AT LINE 6 COLUMN 10
                    WITH FOREGROUND-COLOR brown.
                DISPLAY "will be posted the next time the game starts."
                    AT LINE 7 COLUMN 10
                    WITH FOREGROUND-COLOR brown.
                DISPLAY "Press any key" AT LINE 9 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            post_one_result.
                EVALUATE post_step
                    WHEN 1
                        *> a crash after the WRITE but before its
                        *> mark must not file the match twice: the
                        *> K line says which key it took, and
                        *> failing that the master is searched
                        MOVE 0 TO post_master_held
                        IF post_recovering = 1 THEN
                            IF post_master_key NOT = SPACES THEN
                                MOVE 1 TO post_master_held
                            ELSE
                                PERFORM check_master_has_game
                            END-IF
                        ELSE
                            MOVE SPACES TO post_master_key
                        END-IF
                        IF post_master_held = 0 THEN
                            PERFORM write_game_master
                        ELSE
                            MOVE post_master_key TO master_game_id
                        END-IF
                        *> the detail goes under whatever key the
                        *> master record finally took
                        IF post_step_ok = 1 THEN
                            PERFORM write_game_detail
                        END-IF
                    WHEN 2
                        PERFORM write_battle_report
                    WHEN 3
                        *> the lists are reloaded, changed and saved
                        *> under the tables lock; the show comes
                        *> after, so a slow reader holds no one up
                        IF p_score(HUMAN_PLAYER) > 0 THEN
                            PERFORM lock_tables
                            CALL "Hall_of_fame"
                                USING p_score(HUMAN_PLAYER),
                                      p_score(CPU_PLAYER),
                                      player_name
                            END-CALL
                            IF RETURN-CODE NOT = 0 THEN
                                MOVE 0 TO post_step_ok
                                MOVE 0 TO RETURN-CODE
                            END-IF
                            PERFORM unlock_tables
                        END-IF
                        IF BATCH_MODE = 0 AND post_recovering = 0 THEN
                            CALL "Hall_of_fame" USING 0
                            END-CALL
                        END-IF
                    WHEN 4
                        PERFORM update_ladder_vs_cpu
                    WHEN 5
                        PERFORM evaluate_medals
                        PERFORM finish_medal_banner
                    WHEN 6
                        PERFORM record_series_game
                    WHEN 7
                        PERFORM record_campaign_game
                    WHEN OTHER
                        PERFORM post_challenge_result
                END-EVALUATE.
                IF post_recovering = 1 AND post_step_ok = 1 THEN
                    MOVE post_step_names((post_step - 1) * 6 + 1:6)
                        TO post_fixed_tx((post_step - 1) * 7 + 1:6)
                END-IF.
                EXIT.

            *> is this very match already in the master? another
            *> game may have taken game_id first and pushed ours up
            *> the sequence, so every key from game_id on under the
            *> same date is looked at
            check_master_has_game.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE game_id TO master_game_id
                    MOVE 0 TO post_end_of_file
                    START master_file KEY IS NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO post_end_of_file
                    END-START
                    PERFORM UNTIL post_end_of_file = 1
                                  OR post_master_held = 1
                        READ master_file NEXT RECORD
                            AT END
                                MOVE 1 TO post_end_of_file
                            NOT AT END
                                PERFORM match_master_record
                        END-READ
                    END-PERFORM
                    CLOSE master_file
                END-IF.
                EXIT.

            match_master_record.
                IF master_id_date NOT = game_id_date THEN
                    MOVE 1 TO post_end_of_file
                ELSE
                    IF master_player = player_name
                            AND master_h_score = p_score(HUMAN_PLAYER)
                            AND master_c_score = p_score(CPU_PLAYER)
                            AND master_h_hits
                                = p_score_hit_count(HUMAN_PLAYER)
                            AND master_h_rounds
                                = p_score_rounds_count(HUMAN_PLAYER)
                            AND master_winner = game_winner_tx THEN
                        MOVE 1 TO post_master_held
                        MOVE master_game_id TO post_master_key
                    END-IF
                END-IF.
                EXIT.

            *> the match as the postings will need it, on disk
            *> before the first of them: a P line, then one S line
            *> per ship for the battle report's fleet table
            write_journal_entry.
                MOVE ZEROS TO lock_tries.
                PERFORM open_journal_append.
                PERFORM clear_busy_notice.
                IF journal_file_status NOT = "00" THEN
                    MOVE journal_file_name TO lock_file_tx
                    MOVE journal_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM write_journal_lines
                    CLOSE journal_file
                END-IF.
                EXIT.

            write_journal_lines.
                MOVE SPACES TO journal_line.
                STRING "P;" game_id ";"
                       GAME_MODE ";" AI_DIFFICULTY ";"
                       SERIES_MODE ";" CAMPAIGN_MODE ";"
                       player ";"
                       p_score(HUMAN_PLAYER) ";"
                       p_score_hit_count(HUMAN_PLAYER) ";"
                       p_score_rounds_count(HUMAN_PLAYER) ";"
                       p_score(CPU_PLAYER) ";"
                       p_score_hit_count(CPU_PLAYER) ";"
                       p_score_rounds_count(CPU_PLAYER) ";"
                       p_ship_count(HUMAN_PLAYER) ";"
                       SHIP_NUMBER ";"
                       medal_streak_sink ";"
                       score_bonnus ";"
                       game_date_tx ";"
                       post_owed_tx ";"
                       player_name ";"
                       rival_name ";"
                       SALVO_MODE ";"
                       blitz_seconds ";"
                       blitz_sudden ";"
                       BOARD_WIDTH ";"
                       BOARD_HEIGTH
                    INTO journal_line
                END-STRING.
                WRITE journal_line.
                PERFORM VARYING ship_idx FROM 1 BY 1
                                        UNTIL ship_idx > SHIP_NUMBER
                    MOVE SPACES TO journal_line
                    STRING "S;" game_id ";" ship_idx ";"
                           p_ship_class_name(HUMAN_PLAYER, ship_idx)
                           ";"
                           p_ship_damage(HUMAN_PLAYER, ship_idx) ";"
                           p_ship_class_name(CPU_PLAYER, ship_idx)
                           ";"
                           p_ship_damage(CPU_PLAYER, ship_idx)
                        INTO journal_line
                    END-STRING
                    WRITE journal_line
                END-PERFORM.
                EXIT.

            *> one terminal at a time appends; a busy journal is
            *> waited for, and a missing one started
            open_journal_append.
                OPEN EXTEND SHARING WITH NO OTHER journal_file.
                IF journal_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER journal_file
                END-IF.
                IF journal_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE journal_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_journal_append
                END-IF.
                EXIT.

            journal_mark_done.
                MOVE "D" TO jnl_tag.
                PERFORM append_journal_mark.
                EXIT.

            *> a D (posting post_step done), K (master key taken)
            *> or C (match closed) line, appended and closed at once
            append_journal_mark.
                MOVE ZEROS TO lock_tries.
                PERFORM open_journal_append.
                PERFORM clear_busy_notice.
                IF journal_file_status NOT = "00" THEN
                    MOVE journal_file_name TO lock_file_tx
                    MOVE journal_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    MOVE SPACES TO journal_line
                    EVALUATE jnl_tag
                        WHEN "D"
                            STRING "D;" game_id ";" post_step
                                INTO journal_line
                            END-STRING
                        WHEN "K"
                            STRING "K;" game_id ";" post_master_key
                                INTO journal_line
                            END-STRING
                        WHEN OTHER
                            STRING "C;" game_id
                                INTO journal_line
                            END-STRING
                    END-EVALUATE
                    WRITE journal_line
                    CLOSE journal_file
                END-IF.
                EXIT.

            *> startup: read the postings journal, finish every
            *> match still open in it, tell the player what was
            *> repaired, then write back only the matches still
            *> owing something. run under the exclusive hold, so
            *> no other terminal is posting a match meanwhile
            recover_pending_postings.
                MOVE 0 TO journal_overflow.
                MOVE 0 TO journal_open.
                PERFORM VARYING journal_idx FROM 1 BY 1
                                    UNTIL journal_idx > JOURNAL_MAX
                    MOVE 1 TO jnl_closed(journal_idx)
                END-PERFORM.
                OPEN INPUT journal_file.
                IF journal_file_status = "00" THEN
                    MOVE 0 TO journal_end_of_file
                    PERFORM UNTIL journal_end_of_file = 1
                        READ journal_file
                            AT END MOVE 1 TO journal_end_of_file
                            NOT AT END PERFORM take_journal_line
                        END-READ
                    END-PERFORM
                    CLOSE journal_file
                    PERFORM VARYING journal_idx FROM 1 BY 1
                                    UNTIL journal_idx > JOURNAL_MAX
                        IF jnl_closed(journal_idx) = 0 THEN
                            ADD 1 TO journal_open
                        END-IF
                    END-PERFORM
                    IF journal_open > 0 THEN
                        MOVE player_name TO post_saved_name
                        MOVE AI_DIFFICULTY TO post_saved_diff
                        MOVE blitz_seconds TO post_saved_blitz
                        MOVE blitz_sudden TO post_saved_sudden
                        PERFORM VARYING journal_idx FROM 1 BY 1
                                    UNTIL journal_idx > JOURNAL_MAX
                            IF jnl_closed(journal_idx) = 0 THEN
                                PERFORM recover_one_game
                            END-IF
                        END-PERFORM
                        MOVE post_saved_name TO player_name
                        MOVE post_saved_diff TO AI_DIFFICULTY
                        MOVE post_saved_blitz TO blitz_seconds
                        MOVE post_saved_sudden TO blitz_sudden
                        MOVE 0 TO GAME_MODE
                        MOVE 0 TO SERIES_MODE
                        MOVE 0 TO CAMPAIGN_MODE
                        PERFORM load_fleet_config
                        PERFORM show_recovery_list
                    END-IF
                    *> a match that did not fit the table is still
                    *> open in the journal: keep it for next time
                    IF journal_overflow = 0 THEN
                        PERFORM rewrite_journal
                    END-IF
                END-IF.
                EXIT.

            *> the journal again, less every match now closed: for
            *> each one still owing, its P and S lines, the master
            *> key if it has one, and a D line per posting done
            rewrite_journal.
                MOVE ZEROS TO lock_tries.
                PERFORM open_journal_output.
                PERFORM clear_busy_notice.
                IF journal_file_status NOT = "00" THEN
                    MOVE journal_file_name TO lock_file_tx
                    MOVE journal_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM VARYING journal_idx FROM 1 BY 1
                                    UNTIL journal_idx > JOURNAL_MAX
                        IF jnl_closed(journal_idx) = 0
                                AND jnl_finished(journal_idx) = 0 THEN
                            PERFORM rewrite_journal_entry
                        END-IF
                    END-PERFORM
                    CLOSE journal_file
                END-IF.
                EXIT.

            rewrite_journal_entry.
                MOVE jnl_p_line(journal_idx) TO journal_line.
                WRITE journal_line.
                PERFORM VARYING ship_idx FROM 1 BY 1
                                    UNTIL ship_idx > MAX_SHIPS
                    IF jnl_ship_line(journal_idx, ship_idx)
                            NOT = SPACES THEN
                        MOVE jnl_ship_line(journal_idx, ship_idx)
                            TO journal_line
                        WRITE journal_line
                    END-IF
                END-PERFORM.
                IF jnl_master_key(journal_idx) NOT = SPACES THEN
                    MOVE SPACES TO journal_line
                    STRING "K;" jnl_id(journal_idx) ";"
                           jnl_master_key(journal_idx)
                        INTO journal_line
                    END-STRING
                    WRITE journal_line
                END-IF.
                PERFORM VARYING post_step FROM 1 BY 1
                                    UNTIL post_step > POST_STEPS
                    IF jnl_done_tx(journal_idx)(post_step:1) = "Y"
                            THEN
                        MOVE SPACES TO journal_line
                        STRING "D;" jnl_id(journal_idx) ";" post_step
                            INTO journal_line
                        END-STRING
                        WRITE journal_line
                    END-IF
                END-PERFORM.
                EXIT.

            *> as open_journal_append, starting the file afresh
            open_journal_output.
                OPEN OUTPUT SHARING WITH NO OTHER journal_file.
                IF journal_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE journal_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_journal_output
                END-IF.
                EXIT.

            *> one journal line into the table of open matches
            take_journal_line.
                MOVE SPACES TO jnl_tag.
                MOVE SPACES TO jnl_line_id.
                UNSTRING journal_line DELIMITED BY ';'
                    INTO jnl_tag, jnl_line_id
                END-UNSTRING.
                IF jnl_tag = "P" THEN
                    *> a new match takes the first free slot
                    PERFORM VARYING journal_idx FROM 1 BY 1
                            UNTIL journal_idx > JOURNAL_MAX
                               OR jnl_closed(journal_idx) = 1
                        CONTINUE
                    END-PERFORM
                    IF journal_idx > JOURNAL_MAX THEN
                        MOVE 1 TO journal_overflow
                    ELSE
                        MOVE jnl_line_id TO jnl_id(journal_idx)
                        MOVE journal_line TO jnl_p_line(journal_idx)
                        MOVE "NNNNNNNN" TO jnl_done_tx(journal_idx)
                        MOVE 0 TO jnl_closed(journal_idx)
                        MOVE SPACES TO jnl_fixed_tx(journal_idx)
                        MOVE SPACES TO jnl_player_name(journal_idx)
                        MOVE SPACES TO jnl_master_key(journal_idx)
                        MOVE 0 TO jnl_finished(journal_idx)
                        PERFORM VARYING ship_idx FROM 1 BY 1
                                        UNTIL ship_idx > MAX_SHIPS
                            MOVE SPACES
                                TO jnl_ship_line(journal_idx, ship_idx)
                        END-PERFORM
                    END-IF
                ELSE
                    *> the rest belong to a match already open
                    PERFORM VARYING journal_idx FROM 1 BY 1
                            UNTIL journal_idx > JOURNAL_MAX
                               OR (jnl_closed(journal_idx) = 0
                               AND jnl_id(journal_idx) = jnl_line_id)
                        CONTINUE
                    END-PERFORM
                    IF journal_idx NOT > JOURNAL_MAX THEN
                        EVALUATE jnl_tag
                            WHEN "S"
                                MOVE 0 TO jnl_ship_no
                                UNSTRING journal_line DELIMITED BY ';'
                                    INTO jnl_tag, jnl_line_id,
                                         jnl_ship_no
                                END-UNSTRING
                                IF jnl_ship_no > 0
                                        AND jnl_ship_no
                                            NOT > MAX_SHIPS THEN
                                    MOVE journal_line TO jnl_ship_line
                                        (journal_idx, jnl_ship_no)
                                END-IF
                            WHEN "D"
                                MOVE 0 TO jnl_step_no
                                UNSTRING journal_line DELIMITED BY ';'
                                    INTO jnl_tag, jnl_line_id,
                                         jnl_step_no
                                END-UNSTRING
                                IF jnl_step_no > 0
                                        AND jnl_step_no
                                            NOT > POST_STEPS THEN
                                    MOVE "Y" TO jnl_done_tx
                                        (journal_idx)(jnl_step_no:1)
                                END-IF
                            WHEN "K"
                                MOVE SPACES TO jnl_line_key
                                UNSTRING journal_line DELIMITED BY ';'
                                    INTO jnl_tag, jnl_line_id,
                                         jnl_line_key
                                END-UNSTRING
                                MOVE jnl_line_key
                                    TO jnl_master_key(journal_idx)
                            WHEN "C"
                                MOVE 1 TO jnl_closed(journal_idx)
                        END-EVALUATE
                    END-IF
                END-IF.
                EXIT.

            *> put the match back the way do_game_over left it and
            *> run whatever postings it still owes
            recover_one_game.
                UNSTRING jnl_p_line(journal_idx) DELIMITED BY ';'
                    INTO jnl_tag, game_id,
                         GAME_MODE, AI_DIFFICULTY,
                         SERIES_MODE, CAMPAIGN_MODE,
                         player,
                         p_score(HUMAN_PLAYER),
                         p_score_hit_count(HUMAN_PLAYER),
                         p_score_rounds_count(HUMAN_PLAYER),
                         p_score(CPU_PLAYER),
                         p_score_hit_count(CPU_PLAYER),
                         p_score_rounds_count(CPU_PLAYER),
                         p_ship_count(HUMAN_PLAYER),
                         SHIP_NUMBER,
                         medal_streak_sink,
                         score_bonnus,
                         game_date_tx,
                         post_owed_tx,
                         player_name,
                         rival_name,
                         SALVO_MODE,
                         blitz_seconds,
                         blitz_sudden,
                         BOARD_WIDTH,
                         BOARD_HEIGTH
                END-UNSTRING.
                IF player = HUMAN_PLAYER THEN
                    MOVE "H" TO game_winner_tx
                ELSE
                    MOVE "C" TO game_winner_tx
                END-IF.
                PERFORM VARYING ship_idx FROM 1 BY 1
                                        UNTIL ship_idx > SHIP_NUMBER
                    MOVE SPACES TO jnl_h_class
                    MOVE SPACES TO jnl_c_class
                    MOVE 0 TO jnl_h_dmg
                    MOVE 0 TO jnl_c_dmg
                    UNSTRING jnl_ship_line(journal_idx, ship_idx)
                            DELIMITED BY ';'
                        INTO jnl_tag, jnl_line_id, jnl_ship_no,
                             jnl_h_class, jnl_h_dmg,
                             jnl_c_class, jnl_c_dmg
                    END-UNSTRING
                    MOVE jnl_h_class
                        TO p_ship_class_name(HUMAN_PLAYER, ship_idx)
                    MOVE jnl_h_dmg
                        TO p_ship_damage(HUMAN_PLAYER, ship_idx)
                    MOVE jnl_c_class
                        TO p_ship_class_name(CPU_PLAYER, ship_idx)
                    MOVE jnl_c_dmg
                        TO p_ship_damage(CPU_PLAYER, ship_idx)
                END-PERFORM.
                MOVE player_name TO jnl_player_name(journal_idx).
                MOVE jnl_done_tx(journal_idx) TO post_done_tx.
                MOVE jnl_master_key(journal_idx) TO post_master_key.
                MOVE SPACES TO post_fixed_tx.
                MOVE 1 TO post_recovering.
                PERFORM post_game_results.
                MOVE 0 TO post_recovering.
                MOVE post_fixed_tx TO jnl_fixed_tx(journal_idx).
                MOVE post_done_tx TO jnl_done_tx(journal_idx).
                MOVE post_master_key TO jnl_master_key(journal_idx).
                IF post_left = 0 THEN
                    MOVE 1 TO jnl_finished(journal_idx)
                END-IF.
                EXIT.

            *> what the recovery pass just finished, one match a line
            show_recovery_list.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Posting recovery" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                DISPLAY "The last session ended before these matches"
                    AT LINE 6 COLUMN 10.
                DISPLAY "were fully posted. Now finished:"
                    AT LINE 7 COLUMN 10.
                MOVE 9 TO screen_line.
                PERFORM VARYING journal_idx FROM 1 BY 1
                                    UNTIL journal_idx > JOURNAL_MAX
                    IF jnl_closed(journal_idx) = 0 THEN
                        DISPLAY jnl_id(journal_idx)
                            AT LINE screen_line COLUMN 10
                        DISPLAY jnl_player_name(journal_idx)
                            AT LINE screen_line COLUMN 26
                        IF jnl_fixed_tx(journal_idx) = SPACES THEN
                            DISPLAY "(nothing left to post)"
                                AT LINE screen_line COLUMN 44
                        ELSE
                            DISPLAY jnl_fixed_tx(journal_idx)
                                AT LINE screen_line COLUMN 44
                                WITH FOREGROUND-COLOR brown
                        END-IF
                        ADD 1 TO screen_line
                        IF jnl_finished(journal_idx) = 0 THEN
                            DISPLAY "(the rest kept for next time)"
                                AT LINE screen_line COLUMN 44
                                WITH FOREGROUND-COLOR red
                            ADD 1 TO screen_line
                        END-IF
                    END-IF
                END-PERFORM.
                IF journal_overflow = 1 THEN
                    ADD 1 TO screen_line
                    DISPLAY "More matches are waiting - they will be"
                        AT LINE screen_line COLUMN 10
                        WITH FOREGROUND-COLOR red
                    ADD 1 TO screen_line
                    DISPLAY "finished the next time the game starts."
                        AT LINE screen_line COLUMN 10
                        WITH FOREGROUND-COLOR red
                END-IF.
                ADD 2 TO screen_line.
                DISPLAY "Press any key" AT LINE screen_line COLUMN 10
                        BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> stamp the current date into game_date_tx (yyyy-mm-dd)
            stamp_game_date.
                MOVE FUNCTION CURRENT-DATE TO game_date_time.
                STRING game_year "-" game_month "-" game_day
                    INTO game_date_tx.
                EXIT.

            *> the date and winner byte every posting stamps the
            *> match with
            stamp_game_result.
                PERFORM stamp_game_date.
                IF player = HUMAN_PLAYER THEN
                    MOVE "H" TO game_winner_tx
                ELSE
                    MOVE "C" TO game_winner_tx
                END-IF.
                EXIT.

            *> file this match's one-record summary in the indexed
            *> history master, win or lose, top-10 or not, keyed by
            *> the match's game id. the key the record finally
            *> took goes straight into the journal, before the
            *> detail is written under it
            write_game_master.
                MOVE ZEROS TO lock_tries.
                PERFORM open_master_shared.
                PERFORM clear_busy_notice.
                IF master_file_status = "35" THEN
                    OPEN OUTPUT master_file
                END-IF.
                IF master_file_status NOT = "00" THEN
                    MOVE master_file_name TO lock_file_tx
                    MOVE master_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM fill_master_record
                    PERFORM write_master_record
                    IF master_file_status NOT = "00" THEN
                        MOVE master_file_name TO lock_file_tx
                        MOVE master_file_status TO lock_fail_status
                        PERFORM show_file_error
                    ELSE
                        MOVE master_game_id TO post_master_key
                        MOVE "K" TO jnl_tag
                        PERFORM append_journal_mark
                    END-IF
                    CLOSE master_file
                END-IF.
                EXIT.

            fill_master_record.
                MOVE game_id TO master_game_id.
                MOVE player_name TO master_player.
                MOVE p_score(HUMAN_PLAYER) TO master_h_score.
                MOVE p_score_hit_count(HUMAN_PLAYER)
                    TO master_h_hits.
                MOVE p_score_rounds_count(HUMAN_PLAYER)
                    TO master_h_rounds.
                MOVE p_score(CPU_PLAYER) TO master_c_score.
                MOVE p_score_hit_count(CPU_PLAYER)
                    TO master_c_hits.
                MOVE p_score_rounds_count(CPU_PLAYER)
                    TO master_c_rounds.
                MOVE game_winner_tx TO master_winner.
                EXIT.

            *> write the record, stepping the sequence past any game
            *> that already took this key
            write_master_record.
                WRITE master_record.
                IF master_file_status = "22" THEN
                    ADD 1 TO master_id_seq
                    *> never, ever miss a chance to use GOTO :)
                    GO TO write_master_record
                END-IF.
                EXIT.

            *> games share the master with each other, a record
            *> apiece; it is only busy while something has it
            *> whole, and then only for a moment
            open_master_shared.
                OPEN I-O SHARING WITH ALL OTHER master_file.
                IF master_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE master_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_master_shared
                END-IF.
                EXIT.

            *> the match's companion detail record: both sides and
            *> the rules in force. a key already on file means the
            *> detail was written before a crash - nothing to do
            write_game_detail.
                MOVE ZEROS TO lock_tries.
                PERFORM open_detail_shared.
                PERFORM clear_busy_notice.
                IF detail_file_status = "35" THEN
                    OPEN OUTPUT detail_file
                END-IF.
                IF detail_file_status NOT = "00" THEN
                    MOVE detail_file_name TO lock_file_tx
                    MOVE detail_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM fill_detail_record
                    WRITE detail_record
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    IF detail_file_status NOT = "00"
                            AND detail_file_status NOT = "22" THEN
                        MOVE detail_file_name TO lock_file_tx
                        MOVE detail_file_status TO lock_fail_status
                        PERFORM show_file_error
                    END-IF
                    CLOSE detail_file
                END-IF.
                EXIT.

            fill_detail_record.
                MOVE master_game_id TO detail_game_id.
                MOVE player_name TO detail_player1.
                MOVE rival_name TO detail_player2.
                MOVE GAME_MODE TO detail_mode.
                MOVE AI_DIFFICULTY TO detail_difficulty.
                MOVE SALVO_MODE TO detail_salvo.
                MOVE blitz_seconds TO detail_blitz.
                MOVE blitz_sudden TO detail_sudden.
                MOVE CAMPAIGN_MODE TO detail_campaign.
                MOVE SERIES_MODE TO detail_series.
                MOVE BOARD_WIDTH TO detail_board.
                EXIT.

            open_detail_shared.
                OPEN I-O SHARING WITH ALL OTHER detail_file.
                IF detail_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE detail_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_detail_shared
                END-IF.
                EXIT.

            *> one-time: when the indexed master doesn't exist yet
            *> but the old text log does, convert every valid line
            *> into a master record, its id synthesized from the
            *> line's date plus a running sequence - the years of
            *> play already recorded stay visible to Statistics and
            *> reachable by the archive run
            import_legacy_history.
                OPEN INPUT master_file.
                IF master_file_status NOT = "35" THEN
                    *> the master already exists - nothing to convert
                    CLOSE master_file
                ELSE
                    OPEN INPUT legacy_file
                    IF legacy_file_status = "00" THEN
                        DISPLAY "Converting old game history..."
                        OPEN OUTPUT master_file
                        MOVE 0 TO legacy_end_of_file
                        MOVE ZEROS TO legacy_seq
                    WHEN 4
                        PERFORM backup_run
                    WHEN 5
                        MOVE "restore" TO hold_what
                        PERFORM run_office_job
                    WHEN 6
                        MOVE "month rollup" TO hold_what
                        PERFORM run_office_job
                    WHEN 7
                        MOVE "master upkeep" TO hold_what
                        PERFORM run_office_job
                    WHEN 8
                        PERFORM export_games_run
                    WHEN 9
                        MOVE "games import" TO hold_what
                        PERFORM run_office_job
                    WHEN "r"
                        MOVE "master rebuild" TO hold_what
                        PERFORM run_office_job
                    WHEN "h"
                        PERFORM head_to_head_run
                    WHEN "b"
                        PERFORM calibration_run
                    WHEN "s"
                        PERFORM scouting_run
                    WHEN "n"
                        MOVE "player names" TO hold_what
                        PERFORM run_office_job
                    WHEN 0
                        PERFORM main_menu
                END-EVALUATE.
                GO TO league_office_menu.
                EXIT.

            *> the jobs that rewrite files underneath a game run
            *> only with the session file held exclusively; while
            *> a game holds it they are refused, naming who has it
            run_office_job.
                IF player_name NOT = SPACES THEN
                    MOVE player_name TO hold_name
                ELSE
                    MOVE "League Office" TO hold_name
                END-IF.
                PERFORM take_job_hold.
                IF hold_state = "J" THEN
                    EVALUATE menu_opt
                        WHEN 5
                            PERFORM restore_run
                        WHEN 6
                            PERFORM month_rollup_run
                        WHEN 7
                            PERFORM maintain_master_run
                        WHEN 9
                            PERFORM import_games_run
                        WHEN "r"
                            PERFORM rebuild_master_run
                        WHEN "n"
                            PERFORM player_names_run
                        WHEN "a"
                            PERFORM archive_history_run
                    END-EVALUATE
                    PERFORM release_hold
                END-IF.
                EXIT.

            *> a game in progress holds the session file shared, so
            *> any number of games run side by side; a League
            *> Office job holding it is waited out, saying whose
            *> job it is. hold_what says what is being played
            take_game_hold.
                IF hold_state = SPACE THEN
                    IF player_name NOT = SPACES THEN
                        MOVE player_name TO hold_name
                    ELSE
                        MOVE "guest" TO hold_name
                    END-IF
                    MOVE ZEROS TO lock_tries
                    PERFORM open_game_hold
                    IF hold_file_status = "00" THEN
                        MOVE "G" TO hold_state
                        MOVE "IN" TO holder_tag
                        PERFORM write_holder_line
                    END-IF
                    IF lock_tries > 0 AND BATCH_MODE = 0 THEN
                        DISPLAY lock_blank AT LINE 32 COLUMN 5
                    END-IF
                END-IF.
                EXIT.

            *> the session file is made empty the first time; a
            *> 61 means a job has it exclusively
            open_game_hold.
                OPEN INPUT SHARING WITH READ ONLY hold_file.
                IF hold_file_status = "35" THEN
                    OPEN OUTPUT hold_file
                    IF hold_file_status = "00" THEN
                        CLOSE hold_file
                        GO TO open_game_hold
                    END-IF
                END-IF.
                IF hold_file_status = "61" THEN
                    PERFORM show_job_waiting
                    GO TO open_game_hold
                END-IF.
                EXIT.

            show_job_waiting.
                ADD 1 TO lock_tries.
                PERFORM load_holders.
                MOVE 0 TO holder_job_idx.
                PERFORM VARYING holder_idx FROM 1 BY 1
                                    UNTIL holder_idx > holder_count
                    IF hl_kind(holder_idx) = "J" THEN
                        MOVE holder_idx TO holder_job_idx
                    END-IF
                END-PERFORM.
                IF BATCH_MODE = 0 THEN
                    DISPLAY "Waiting for the League Office:"
                        AT LINE 32 COLUMN 5
                        WITH FOREGROUND-COLOR brown
                    IF holder_job_idx > 0 THEN
                        DISPLAY hl_what(holder_job_idx)
                            AT LINE 32 COLUMN 36
                            WITH FOREGROUND-COLOR brown
                        DISPLAY "by" AT LINE 32 COLUMN 53
                            WITH FOREGROUND-COLOR brown
                        DISPLAY hl_name(holder_job_idx)
                            AT LINE 32 COLUMN 56
                            WITH FOREGROUND-COLOR brown
                    END-IF
                END-IF.
                CALL "CBL_OC_NANOSLEEP" USING 1000000000.
                EXIT.

            *> a job takes the session file only when no game has
            *> it, then the ladder and profiles as well for as long
            *> as it runs. with every game out the registry is
            *> started afresh, which also drops anyone a crash left
            *> in it. a refusal leaves hold_state blank
            take_job_hold.
                PERFORM try_job_hold.
                IF hold_state = SPACE
                        AND hold_file_status = "61" THEN
                    PERFORM show_hold_refusal
                END-IF.
                EXIT.

            *> as take_job_hold, with the refusal left to the
            *> caller. a session file that will not open at all
            *> is no hold either: it is reported, and in hold_note
            try_job_hold.
                PERFORM release_hold.
                OPEN EXTEND SHARING WITH NO OTHER hold_file.
                IF hold_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER hold_file
                END-IF.
                EVALUATE hold_file_status
                    WHEN "00"
                        MOVE "J" TO hold_state
                        MOVE ZEROS TO lock_tries
                        PERFORM open_holders_new
                        IF holders_file_status = "00" THEN
                            CLOSE holders_file
                        END-IF
                        MOVE "IN" TO holder_tag
                        PERFORM write_holder_line
                        PERFORM lock_tables
                    WHEN "61"
                        CONTINUE
                    WHEN OTHER
                        MOVE SPACES TO hold_note
                        STRING "session.lck would not open, status "
                               hold_file_status
                            INTO hold_note
                        END-STRING
                        MOVE hold_file_name TO lock_file_tx
                        MOVE hold_file_status TO lock_fail_status
                        PERFORM show_file_error
                END-EVALUATE.
                EXIT.

            *> who holds the files, on the clerk's screen or, for
            *> the night run, in hold_note and on the job log
            show_hold_refusal.
                PERFORM load_holders.
                MOVE SPACES TO hold_note.
                IF holder_count > 0 THEN
                    STRING "game in progress: "
                           hl_name(1)
                        INTO hold_note
                    END-STRING
                ELSE
                    MOVE "game in progress on another terminal"
                        TO hold_note
                END-IF.
                IF BATCH_MODE = 1 THEN
                    PERFORM VARYING holder_idx FROM 1 BY 1
                                        UNTIL holder_idx > holder_count
                        DISPLAY "In use by " hl_name(holder_idx)
                                " " hl_what(holder_idx)
                                " since " hl_date(holder_idx)
                                " " hl_time(holder_idx)
                    END-PERFORM
                ELSE
                    DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                            FOREGROUND-COLOR white
                    DISPLAY "Files in use" AT LINE 3 COLUMN 10
                            WITH FOREGROUND-COLOR green
                    DISPLAY "============" AT LINE 4 COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "A game is in progress - try again when"
                        AT LINE 6 COLUMN 10
                        WITH FOREGROUND-COLOR red
                    DISPLAY "it is over. Held by:"
                        AT LINE 7 COLUMN 10
                        WITH FOREGROUND-COLOR red
                    IF holder_count = 0 THEN
                        DISPLAY "another terminal"
                            AT LINE 9 COLUMN 10
                            WITH FOREGROUND-COLOR brown
                    END-IF
                    PERFORM VARYING holder_idx FROM 1 BY 1
                                        UNTIL holder_idx > holder_count
                                              OR holder_idx > 18
                        ADD 8 TO holder_idx GIVING screen_line
                        DISPLAY hl_name(holder_idx)
                                AT LINE screen_line COLUMN 10
                                WITH FOREGROUND-COLOR brown
                        DISPLAY hl_what(holder_idx)
                                AT LINE screen_line COLUMN 28
                        DISPLAY hl_date(holder_idx)
                                AT LINE screen_line COLUMN 46
                                WITH FOREGROUND-COLOR cyan
                        DISPLAY hl_time(holder_idx)
                                AT LINE screen_line COLUMN 56
                                WITH FOREGROUND-COLOR cyan
                    END-PERFORM
                    DISPLAY "Press any key" AT LINE 30 COLUMN 10 BLINK
                    ACCEPT OMITTED AT LINE 30
                END-IF.
                EXIT.

            *> back at the menu nothing is in progress any more
            release_hold.
                IF hold_state NOT = SPACE THEN
                    IF hold_state = "J" THEN
                        PERFORM unlock_tables
                    END-IF
                    MOVE "OUT" TO holder_tag
                    PERFORM write_holder_line
                    CLOSE hold_file
                    MOVE SPACE TO hold_state
                END-IF.
                EXIT.

            *> one IN or OUT line for this session; it is known by
            *> the moment it went in
            write_holder_line.
                IF holder_tag = "IN" THEN
                    MOVE FUNCTION CURRENT-DATE TO datetime
                    MOVE datetime(1:16) TO hold_session
                END-IF.
                MOVE ZEROS TO lock_tries.
                PERFORM open_holders_append.
                IF holders_file_status = "35" THEN
                    OPEN OUTPUT holders_file
                END-IF.
                IF holders_file_status = "00" THEN
                    MOVE SPACES TO holders_line
                    IF holder_tag = "IN" THEN
                        STRING "IN;" hold_session ";"
                               hold_state ";"
                               hold_name ";"
                               hold_what ";"
                               datetime(1:8) ";"
                               datetime(9:6)
                            INTO holders_line
                        END-STRING
                    ELSE
                        STRING "OUT;" hold_session
                            INTO holders_line
                        END-STRING
                    END-IF
                    WRITE holders_line
                    CLOSE holders_file
                END-IF.
                EXIT.

            open_holders_append.
                OPEN EXTEND SHARING WITH NO OTHER holders_file.
                IF holders_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE holders_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_holders_append
                END-IF.
                EXIT.

            open_holders_new.
                OPEN OUTPUT SHARING WITH NO OTHER holders_file.
                IF holders_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE holders_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_holders_new
                END-IF.
                EXIT.

            *> everyone gone in and not yet come out
            load_holders.
                MOVE 0 TO holder_count.
                MOVE 0 TO holders_end_of_file.
                OPEN INPUT holders_file.
                IF holders_file_status = "00" THEN
                    PERFORM UNTIL holders_end_of_file = 1
                        READ holders_file
                            AT END MOVE 1 TO holders_end_of_file
                        END-READ
                        IF holders_end_of_file = 0 THEN
                            PERFORM take_holder_line
                        END-IF
                    END-PERFORM
                    CLOSE holders_file
                END-IF.
                EXIT.

            take_holder_line.
                MOVE SPACES TO holder_tag.
                MOVE SPACES TO holder_id.
                MOVE SPACE TO holder_kind.
                MOVE SPACES TO holder_name.
                MOVE SPACES TO holder_what.
                MOVE SPACES TO holder_date.
                MOVE SPACES TO holder_time.
                UNSTRING holders_line DELIMITED BY ';'
                    INTO holder_tag holder_id holder_kind
                         holder_name holder_what
                         holder_date holder_time
                END-UNSTRING.
                IF holder_tag = "IN" AND holder_count < HOLDER_MAX
                        THEN
                    ADD 1 TO holder_count
                    MOVE holder_id TO hl_id(holder_count)
                    MOVE holder_kind TO hl_kind(holder_count)
                    MOVE holder_name TO hl_name(holder_count)
                    MOVE holder_what TO hl_what(holder_count)
                    MOVE holder_date TO hl_date(holder_count)
                    MOVE holder_time TO hl_time(holder_count)
                END-IF.
                IF holder_tag = "OUT" THEN
                    MOVE 0 TO holder_idx
                    PERFORM VARYING holder_shift_idx FROM 1 BY 1
                                UNTIL holder_shift_idx > holder_count
                        IF hl_id(holder_shift_idx) = holder_id THEN
                            MOVE holder_shift_idx TO holder_idx
                        END-IF
                    END-PERFORM
                    IF holder_idx > 0 THEN
                        PERFORM VARYING holder_shift_idx
                                    FROM holder_idx BY 1
                                    UNTIL holder_shift_idx >= holder_count
                            MOVE holder_tab(holder_shift_idx + 1)
                                TO holder_tab(holder_shift_idx)
                        END-PERFORM
                        SUBTRACT 1 FROM holder_count
                    END-IF
                END-IF.
                EXIT.

            *> the ladder, profiles and challenges are each loaded,
            *> changed and saved whole; the lock is held across
            *> all three steps and may be taken again by a
            *> paragraph already holding it
            lock_tables.
                IF tables_lock_depth = 0 THEN
                    MOVE ZEROS TO lock_tries
                    PERFORM open_tables_lock
                    IF lock_tries > 0 AND BATCH_MODE = 0 THEN
                        DISPLAY lock_blank(1:35)
                            AT LINE 32 COLUMN 44
                    END-IF
                END-IF.
                ADD 1 TO tables_lock_depth.
                EXIT.

            *> held only for a save or a League Office job, so it
            *> is waited for as long as it takes
            open_tables_lock.
                OPEN EXTEND SHARING WITH NO OTHER tables_file.
                IF tables_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER tables_file
                END-IF.
                IF tables_file_status = "61" THEN
                    MOVE "ladder and profiles" TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_tables_lock
                END-IF.
                EXIT.

            unlock_tables.
                IF tables_lock_depth > 0 THEN
                    SUBTRACT 1 FROM tables_lock_depth
                    IF tables_lock_depth = 0 THEN
                        CLOSE tables_file
                    END-IF
                END-IF.
                EXIT.

            *> another terminal has the file open; say so and try
            *> again in half a second
            wait_for_busy_file.
                ADD 1 TO lock_tries.
                IF BATCH_MODE = 0 THEN
                    DISPLAY "Busy, waiting:" AT LINE 32 COLUMN 44
                            WITH FOREGROUND-COLOR brown
                    DISPLAY lock_file_tx AT LINE 32 COLUMN 59
                            WITH FOREGROUND-COLOR brown
                END-IF.
                CALL "CBL_OC_NANOSLEEP" USING 500000000.
                EXIT.

            *> the busy notice comes off once the file is had
            clear_busy_notice.
                IF lock_tries > 0 AND BATCH_MODE = 0 THEN
                    DISPLAY lock_blank(1:35) AT LINE 32 COLUMN 44
                END-IF.
                EXIT.

            *> a file (lock_file_tx) that stayed busy or would not
            *> open or take the write (lock_fail_status): nothing
            *> went into it, so a posting in progress stays owed
            show_file_error.
                MOVE 0 TO post_step_ok.
                IF BATCH_MODE = 1 THEN
                    DISPLAY "Could not write " lock_file_tx
                            " status " lock_fail_status
                ELSE
                    DISPLAY lock_blank(1:35) AT LINE 32 COLUMN 44
                    DISPLAY "Could not write" AT LINE 31 COLUMN 44
                            WITH FOREGROUND-COLOR red
                    DISPLAY lock_file_tx AT LINE 31 COLUMN 60
                            WITH FOREGROUND-COLOR red
                    DISPLAY "status" AT LINE 32 COLUMN 44
                            WITH FOREGROUND-COLOR red
                    DISPLAY lock_fail_status AT LINE 32 COLUMN 51
                            WITH FOREGROUND-COLOR red
                    DISPLAY "- press any key" AT LINE 32 COLUMN 54
                    ACCEPT OMITTED AT LINE 32 COLUMN 70
                    DISPLAY lock_blank(1:35) AT LINE 31 COLUMN 44
                    DISPLAY lock_blank(1:35) AT LINE 32 COLUMN 44
                END-IF.
                EXIT.

            *> the end-of-day run: integrity check, reconcile,
            *> rollup of the closed months, backup generation and
            *> the digest, one after another with no terminal;
            *> a step returning 8 or more stops the run and is
            *> where the next run picks up, the steps it already
            *> finished are not run twice
            batch_night_run.
                MOVE 1 TO BATCH_MODE.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO batch_run_date.
                IF batch_control_arg NOT = SPACES THEN
                    MOVE batch_control_arg TO batch_control_file_name
                END-IF.
                MOVE ZEROS TO batch_max_rc.
                MOVE 0 TO batch_stop.
                PERFORM load_batch_control.
                PERFORM load_batch_restart.
                MOVE "JOB" TO batch_log_step.
                MOVE "START" TO batch_event.
                MOVE ZEROS TO batch_step_records.
                MOVE ZEROS TO batch_step_rc.
                IF batch_resumed = 1 THEN
                    MOVE SPACES TO batch_note
                    STRING "resuming run of " batch_resumed_date
                        INTO batch_note
                    END-STRING
                ELSE
                    MOVE SPACES TO batch_note
                END-IF.
                PERFORM write_batch_log.
                PERFORM VARYING batch_idx FROM 1 BY 1
                                    UNTIL batch_idx > BATCH_STEPS
                                          OR batch_stop = 1
                    PERFORM run_batch_step
                END-PERFORM.
                *> a clean finish leaves nothing to resume
                IF batch_stop = 0 THEN
                    CALL "CBL_DELETE_FILE"
                        USING batch_restart_file_name
                END-IF.
                MOVE "JOB" TO batch_log_step.
                MOVE "END" TO batch_event.
                MOVE ZEROS TO batch_step_records.
                MOVE batch_max_rc TO batch_step_rc.
                IF batch_stop = 1 THEN
                    MOVE "stopped - rerun resumes here" TO batch_note
                ELSE
                    MOVE SPACES TO batch_note
                END-IF.
                PERFORM write_batch_log.
                DISPLAY "End-of-day run finished, return code "
                        batch_max_rc.
                MOVE batch_max_rc TO RETURN-CODE.
                STOP RUN.

            *> the fixed step order, every step on and with default
            *> parameters unless the run-control file says otherwise;
            *> batch_control.dat lines look like
            *>     ROLLUP;Y;202609
            *>     BACKUP;N
            *>     DIGEST;Y;20260901;20260930
            load_batch_control.
                MOVE "INTEGRITY" TO bat_step_name(1).
                MOVE "RECONCILE" TO bat_step_name(2).
                MOVE "ROLLUP" TO bat_step_name(3).
                MOVE "BACKUP" TO bat_step_name(4).
                MOVE "DIGEST" TO bat_step_name(5).
                PERFORM VARYING batch_idx FROM 1 BY 1
                                    UNTIL batch_idx > BATCH_STEPS
                    MOVE "Y" TO bat_step_run(batch_idx)
                    MOVE SPACES TO bat_step_parm1(batch_idx)
                    MOVE SPACES TO bat_step_parm2(batch_idx)
                    MOVE 0 TO bat_step_done(batch_idx)
                END-PERFORM.
                MOVE 0 TO batch_end_of_file.
                OPEN INPUT batch_control_file.
                IF batch_control_file_status = "00" THEN
                    PERFORM UNTIL batch_end_of_file = 1
                        READ batch_control_file
                            AT END MOVE 1 TO batch_end_of_file
                        END-READ
                        IF batch_end_of_file = 0 THEN
                            PERFORM take_batch_control_line
                        END-IF
                    END-PERFORM
                    CLOSE batch_control_file
                END-IF.
                EXIT.

            *> one run-control line: STEP;Y or N;parm1;parm2 - a
            *> "*" line is a comment, an unknown step is reported
            *> and otherwise ignored, the way a bad ladder line is
            take_batch_control_line.
                IF batch_control_line NOT = SPACES
                        AND batch_control_line(1:1) NOT = "*" THEN
                    PERFORM take_batch_step_setting
                END-IF.
                EXIT.

            take_batch_step_setting.
                MOVE SPACES TO batch_ctl_step.
                MOVE SPACE TO batch_ctl_run.
                MOVE SPACES TO batch_ctl_parm1.
                MOVE SPACES TO batch_ctl_parm2.
                UNSTRING batch_control_line DELIMITED BY ';'
                    INTO batch_ctl_step, batch_ctl_run,
                         batch_ctl_parm1, batch_ctl_parm2
                END-UNSTRING.
                INSPECT batch_ctl_step CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                INSPECT batch_ctl_run CONVERTING "yn" TO "YN".
                PERFORM find_batch_step.
                IF batch_found = 0 THEN
                    DISPLAY "Skipping bad run-control line: "
                        batch_control_line
                ELSE
                    IF batch_ctl_run = "N" THEN
                        MOVE "N" TO bat_step_run(batch_idx)
                    ELSE
                        MOVE "Y" TO bat_step_run(batch_idx)
                    END-IF
                    MOVE batch_ctl_parm1 TO bat_step_parm1(batch_idx)
                    MOVE batch_ctl_parm2 TO bat_step_parm2(batch_idx)
                END-IF.
                EXIT.

            find_batch_step.
                MOVE 0 TO batch_found.
                PERFORM VARYING batch_idx FROM 1 BY 1
                                    UNTIL batch_idx > BATCH_STEPS
                                          OR batch_found = 1
                    IF bat_step_name(batch_idx) = batch_ctl_step THEN
                        MOVE 1 TO batch_found
                    END-IF
                END-PERFORM.
                IF batch_found = 1 THEN
                    SUBTRACT 1 FROM batch_idx
                END-IF.
                EXIT.

            *> steps finished by a run that never reached its end,
            *> one "STEP;rc;yyyymmdd" line each. a clean finish
            *> deletes the file, so every line left in it counts,
            *> whichever day the unfinished run started on
            load_batch_restart.
                MOVE 0 TO batch_resumed.
                MOVE SPACES TO batch_resumed_date.
                MOVE 0 TO batch_end_of_file.
                OPEN INPUT batch_restart_file.
                IF batch_restart_file_status = "00" THEN
                    PERFORM UNTIL batch_end_of_file = 1
                        READ batch_restart_file
                            AT END MOVE 1 TO batch_end_of_file
                        END-READ
                        IF batch_end_of_file = 0 THEN
                            MOVE SPACES TO batch_ctl_step
                            MOVE SPACES TO batch_restart_date
                            UNSTRING batch_restart_line
                                DELIMITED BY ';'
                                INTO batch_ctl_step,
                                     batch_restart_rc_tx,
                                     batch_restart_date
                            END-UNSTRING
                            PERFORM find_batch_step
                            IF batch_found = 1 THEN
                                MOVE 1 TO bat_step_done(batch_idx)
                                MOVE 1 TO batch_resumed
                                IF batch_resumed_date = SPACES THEN
                                    MOVE batch_restart_date
                                        TO batch_resumed_date
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE batch_restart_file
                END-IF.
                EXIT.

            *> one step of the night: skipped when switched off or
            *> already done, otherwise run between a START and an
            *> END log line and, if it came through, noted in the
            *> restart file at once
            run_batch_step.
                MOVE bat_step_name(batch_idx) TO batch_log_step.
                MOVE ZEROS TO batch_step_records.
                MOVE ZEROS TO batch_step_rc.
                MOVE SPACES TO batch_note.
                EVALUATE TRUE
                    WHEN bat_step_run(batch_idx) NOT = "Y"
                        MOVE "SKIPPED" TO batch_event
                        MOVE "off in the run-control file"
                            TO batch_note
                        PERFORM write_batch_log
                    WHEN bat_step_done(batch_idx) = 1
                        MOVE "SKIPPED" TO batch_event
                        MOVE "done by the unfinished run"
                            TO batch_note
                        PERFORM write_batch_log
                    WHEN OTHER
                        PERFORM run_batch_job
                END-EVALUATE.
                EXIT.

            run_batch_job.
                MOVE "START" TO batch_event.
                PERFORM write_batch_log.
                EVALUATE batch_idx
                    WHEN 1
                        PERFORM batch_integrity_step
                    WHEN 2
                        PERFORM batch_reconcile_step
                    WHEN 3
                        PERFORM batch_rollup_step
                    WHEN 4
                        PERFORM batch_backup_step
                    WHEN OTHER
                        PERFORM batch_digest_step
                END-EVALUATE.
                MOVE bat_step_name(batch_idx) TO batch_log_step.
                MOVE "END" TO batch_event.
                PERFORM write_batch_log.
                IF batch_step_rc > batch_max_rc THEN
                    MOVE batch_step_rc TO batch_max_rc
                END-IF.
                IF batch_step_rc >= 8 THEN
                    MOVE 1 TO batch_stop
                ELSE
                    OPEN EXTEND batch_restart_file
                    IF batch_restart_file_status = "35" THEN
                        OPEN OUTPUT batch_restart_file
                    END-IF
                    MOVE SPACES TO batch_restart_line
                    STRING bat_step_name(batch_idx) DELIMITED BY SPACE
                           ";" batch_step_rc ";" batch_run_date
                        INTO batch_restart_line
                    END-STRING
                    WRITE batch_restart_line
                    CLOSE batch_restart_file
                END-IF.
                EXIT.

            *> one job log line, appended and closed at once so a
            *> run that dies still leaves its trail:
            *> date;time;step;event;records;rc;note
            write_batch_log.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                OPEN EXTEND batch_log_file.
                IF batch_log_file_status = "35" THEN
                    OPEN OUTPUT batch_log_file
                END-IF.
                MOVE SPACES TO batch_log_line.
                STRING datetime(1:8) ";" datetime(9:6) ";"
                            DELIMITED BY SIZE
                       batch_log_step DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       batch_event DELIMITED BY SPACE
                       ";" batch_step_records ";" batch_step_rc ";"
                            DELIMITED BY SIZE
                       batch_note DELIMITED BY SIZE
                    INTO batch_log_line
                END-STRING.
                WRITE batch_log_line.
                CLOSE batch_log_file.
                EXIT.

            *> every master record read end to end, not just the
            *> first as at startup: the night's jobs must not touch
            *> a master that fails part way through
            batch_integrity_step.
                MOVE 0 TO master_damaged.
                OPEN INPUT master_file.
                EVALUATE master_file_status
                    WHEN "00"
                        MOVE 0 TO batch_end_of_file
                        PERFORM batch_integrity_read
                                UNTIL batch_end_of_file = 1
                        CLOSE master_file
                    WHEN "35"
                        MOVE "no master yet" TO batch_note
                    WHEN OTHER
                        MOVE master_file_status
                            TO master_check_status
                        MOVE 1 TO master_damaged
                END-EVALUATE.
                IF master_damaged = 1 THEN
                    MOVE 12 TO batch_step_rc
                    MOVE SPACES TO batch_note
                    STRING "master damaged, status "
                           master_check_status
                        INTO batch_note
                    END-STRING
                END-IF.
                EXIT.

            batch_integrity_read.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO batch_end_of_file
                END-READ.
                IF batch_end_of_file = 0 THEN
                    IF master_file_status(1:1) = "0" THEN
                        ADD 1 TO batch_step_records
                    ELSE
                        MOVE master_file_status
                            TO master_check_status
                        MOVE 1 TO master_damaged
                        MOVE 1 TO batch_end_of_file
                    END-IF
                END-IF.
                EXIT.

            batch_reconcile_step.
                PERFORM reconcile_data_files.
                MOVE recon_count TO batch_step_records.
                IF recon_count > 0 THEN
                    MOVE 4 TO batch_step_rc
                    MOVE "see reconcile_exceptions.txt" TO batch_note
                END-IF.
                EXIT.

            *> parm1 is the last month to roll up (yyyymm); left
            *> blank it is last month, so only closed months go,
            *> and it never reaches into the month still running
            batch_rollup_step.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:6) TO rollup_cur_month.
                IF bat_step_parm1(batch_idx)(1:6) NUMERIC THEN
                    MOVE bat_step_parm1(batch_idx)(1:6) TO batch_month
                    IF batch_month_mm >= 12 THEN
                        ADD 1 TO batch_month_yyyy
                        MOVE 1 TO batch_month_mm
                    ELSE
                        ADD 1 TO batch_month_mm
                    END-IF
                    COMPUTE batch_cut_month =
                        batch_month_yyyy * 100 + batch_month_mm
                    IF batch_cut_month < rollup_cur_month THEN
                        MOVE batch_cut_month TO rollup_cur_month
                    END-IF
                END-IF.
                *> the rollup rewrites the master, so it does not
                *> start under a game left running overnight
                MOVE "night run" TO hold_name.
                MOVE "month rollup" TO hold_what.
                PERFORM take_job_hold.
                IF hold_state NOT = "J" THEN
                    MOVE 8 TO batch_step_rc
                    MOVE hold_note TO batch_note
                ELSE
                    PERFORM roll_up_closed_months
                    PERFORM release_hold
                    MOVE rollup_count TO batch_step_records
                    IF master_found = 0 THEN
                        MOVE "no master yet" TO batch_note
                    END-IF
                    IF rollup_deferred > 0
                            OR rollup_held_months > 0 THEN
                        MOVE 4 TO batch_step_rc
                        MOVE "records held back - rerun the rollup"
                            TO batch_note
                    END-IF
                END-IF.
                EXIT.

            batch_backup_step.
                PERFORM write_backup_generation.
                MOVE backup_dumped TO batch_step_records.
                MOVE SPACES TO batch_note.
                IF backup_fail = 1 THEN
                    MOVE 8 TO batch_step_rc
                    STRING "set " backup_new_seq
                           " FAILED verify - not cataloged"
                        INTO batch_note
                    END-STRING
                ELSE
                    STRING "set " backup_new_seq " verified"
                        INTO batch_note
                    END-STRING
                END-IF.
                EXIT.

            *> parm1/parm2 are the digest range (yyyymmdd); blank
            *> means from the first game up to today, as on screen
            batch_digest_step.
                MOVE ZEROS TO digest_from.
                MOVE ZEROS TO digest_to.
                IF bat_step_parm1(batch_idx) NUMERIC THEN
                    MOVE bat_step_parm1(batch_idx) TO digest_from
                END-IF.
                IF bat_step_parm2(batch_idx) NUMERIC THEN
                    MOVE bat_step_parm2(batch_idx) TO digest_to
                END-IF.
                PERFORM build_league_digest.
                MOVE digest_games TO batch_step_records.
                IF rolled_in_range = 1 THEN
                    MOVE "range covers rolled-up months" TO batch_note
                END-IF.
                EXIT.

            *> the Monday bulletin, assembled in one run instead of
            *> by eyeballing three screens: games and win/loss per
            *> player from the master for the chosen range, the
            *> ladder standings, medals newly earned in the period,
            *> and the tournament series state
            league_digest_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "League Digest" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "=============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE ZEROS TO digest_from.
                MOVE ZEROS TO digest_to.
                ACCEPT digest_range_screen.
                PERFORM build_league_digest.
                IF master_found = 0 THEN
                    DISPLAY "No game history found."
                        AT LINE 8 COLUMN 10
                END-IF.
                DISPLAY "Games in period:" AT LINE 8 COLUMN 10.
                DISPLAY digest_games AT LINE 8 COLUMN 27
                        WITH FOREGROUND-COLOR green.
                DISPLAY "Digest written to league_digest.txt"
                    AT LINE 9 COLUMN 10.
                IF rolled_in_range = 1 THEN
                    DISPLAY "NOTE: range covers rolled-up months;"
                        AT LINE 10 COLUMN 10
                        WITH FOREGROUND-COLOR brown
                    DISPLAY "their games live in month_summary.csv"
                        AT LINE 11 COLUMN 10
                        WITH FOREGROUND-COLOR brown
                END-IF.
                DISPLAY "Press any key" AT LINE 13 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> the digest itself for digest_from..digest_to, with no
            *> screen of its own so the end-of-day run can use it
            build_league_digest.
                *> an empty "to" means "up to today"
                IF digest_to = 0 THEN
                    MOVE 99999999 TO digest_to
                END-IF.
                *> challenges run out of time settle first, so the
                *> ladder and the challenge section show the forfeits
                PERFORM sweep_expired_challenges.
                PERFORM load_known_months.
                COMPUTE range_month_lo = digest_from / 100.
                COMPUTE range_month_hi = digest_to / 100.
                PERFORM check_rolled_in_range.
                MOVE ZEROS TO digest_games.
                MOVE ZEROS TO digest_h_wins.
                MOVE ZEROS TO digest_c_wins.
                MOVE ZEROS TO digest_rounds.
                MOVE ZEROS TO digest_medal_count.
                MOVE 0 TO digest_player_count.
                MOVE 0 TO digest_end_of_file.
                MOVE 0 TO master_found.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE 1 TO master_found
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO digest_end_of_file
                    END-START
                    PERFORM digest_tally_one
                            UNTIL digest_end_of_file = 1
                    CLOSE master_file
                END-IF.
                PERFORM write_league_digest.
                EXIT.

            *> fold the next master record into the period's totals,
            *> when its date falls inside the chosen range
            digest_tally_one.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO digest_end_of_file
                END-READ.
                IF digest_end_of_file = 0
                        AND master_id_date >= digest_from
                        AND master_id_date <= digest_to THEN
                    ADD 1 TO digest_games
                    ADD master_h_rounds TO digest_rounds
                    IF master_winner = "H" THEN
                        ADD 1 TO digest_h_wins
                    ELSE
                        ADD 1 TO digest_c_wins
                    END-IF
                    PERFORM digest_tally_player
                END-IF.
                EXIT.

            *> per-player win/loss for the period; the old no-name
            *> legacy records all gather under one guest row
            digest_tally_player.
                IF master_player = SPACES THEN
                    MOVE "(no name)" TO master_player
                END-IF.
                MOVE 0 TO digest_idx.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > digest_player_count
                                          OR digest_idx > 0
                    IF dig_name(i) = master_player THEN
                        MOVE i TO digest_idx
                    END-IF
                END-PERFORM.
                IF digest_idx = 0
                        AND digest_player_count
                                < DIGEST_PLAYER_MAX THEN
                    ADD 1 TO digest_player_count
                    MOVE digest_player_count TO digest_idx
                    MOVE master_player TO dig_name(digest_idx)
                    MOVE ZEROS TO dig_wins(digest_idx)
                    MOVE ZEROS TO dig_losses(digest_idx)
                END-IF.
                IF digest_idx > 0 THEN
                    IF master_winner = "H" THEN
                        ADD 1 TO dig_wins(digest_idx)
                    ELSE
                        ADD 1 TO dig_losses(digest_idx)
                    END-IF
                END-IF.
                EXIT.

            *> the printable bulletin itself, league_digest.txt -
            *> same idea as write_battle_report, one level up
            write_league_digest.
                OPEN OUTPUT digest_file.
                MOVE "========================================"
                    TO digest_line.
                WRITE digest_line.
                MOVE SPACES TO digest_line.
                STRING "League Digest  " digest_from
                       " - " digest_to
                    INTO digest_line
                END-STRING.
                WRITE digest_line.
                MOVE "========================================"
                    TO digest_line.
                WRITE digest_line.
                MOVE SPACES TO digest_line.
                STRING "Games played: " digest_games
                       "  (human wins " digest_h_wins
                       ", CPU wins " digest_c_wins ")"
                    INTO digest_line
                END-STRING.
                WRITE digest_line.
                MOVE SPACES TO digest_line.
                STRING "Rounds fought in period: " digest_rounds
                    INTO digest_line
                END-STRING.
                WRITE digest_line.
                IF rolled_in_range = 1 THEN
                    MOVE "NOTE: range covers months already rolled"
                        TO digest_line
                    WRITE digest_line
                    MOVE "up - their games are not counted here;"
                        TO digest_line
                    WRITE digest_line
                    MOVE "see month_summary.csv for those totals."
                        TO digest_line
                    WRITE digest_line
                END-IF.
                MOVE "Win/loss by player:" TO digest_line.
                WRITE digest_line.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > digest_player_count
                    MOVE SPACES TO digest_line
                    STRING "  " dig_name(i)
                           " won " dig_wins(i)
                           " lost " dig_losses(i)
                        INTO digest_line
                    END-STRING
                    WRITE digest_line
                END-PERFORM.
                IF digest_player_count = 0 THEN
                    MOVE "  (no games in this period)"
                        TO digest_line
                    WRITE digest_line
                END-IF.
                PERFORM digest_ladder_section.
                PERFORM digest_medal_section.
                PERFORM digest_series_section.
                PERFORM digest_challenge_section.
                CLOSE digest_file.
                EXIT.

            *> the ladder as it stands, best first - the file only
            *> keeps current ratings, so the standings themselves
            *> are the period's movement record
            digest_ladder_section.
                MOVE "Rating ladder (current standings):"
                    TO digest_line.
                WRITE digest_line.
                PERFORM load_ladder.
                PERFORM sort_ladder.
                IF ladder_count = 0 THEN
                    MOVE "  (no rated games yet)" TO digest_line
                    WRITE digest_line
                END-IF.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > ladder_count
                                          OR i > 10
                    MOVE SPACES TO digest_line
                    STRING "  " lad_name(i)
                           " rating " lad_rating(i)
                           " games " lad_games(i)
                        INTO digest_line
                    END-STRING
                    WRITE digest_line
                END-PERFORM.
                EXIT.

            *> every medal whose date stamp falls inside the range
            digest_medal_section.
                MOVE "Medals newly earned:" TO digest_line.
                WRITE digest_line.
                MOVE 0 TO medals_end_of_file.
                OPEN INPUT medals_file.
                IF medals_file_status = "00" THEN
                    PERFORM UNTIL medals_end_of_file = 1
                        READ medals_file
                            AT END MOVE 1 TO medals_end_of_file
                        END-READ
                        IF medals_end_of_file = 0 THEN
                            PERFORM digest_one_medal
                        END-IF
                    END-PERFORM
                    CLOSE medals_file
                END-IF.
                IF digest_medal_count = 0 THEN
                    MOVE "  (none in this period)" TO digest_line
                    WRITE digest_line
                END-IF.
                EXIT.

            *> one medal book line: its yyyy-mm-dd stamp squeezed
            *> back into digits and held against the range
            digest_one_medal.
                UNSTRING medals_line DELIMITED BY ';'
                    INTO medal_check_name,
                         medal_check_code,
                         medal_check_date
                END-UNSTRING.
                MOVE SPACES TO digest_medal_digits.
                STRING medal_check_date(1:4)
                       medal_check_date(6:2)
                       medal_check_date(9:2)
                    INTO digest_medal_digits
                END-STRING.
                IF digest_medal_digits NUMERIC THEN
                    MOVE digest_medal_digits TO digest_date_num
                    IF digest_date_num >= digest_from
                            AND digest_date_num <= digest_to THEN
                        PERFORM medal_title_for_code
                        MOVE SPACES TO digest_line
                        STRING "  " medal_check_name
                               " - " medal_title
                            INTO digest_line
                        END-STRING
                        WRITE digest_line
                        ADD 1 TO digest_medal_count
                    END-IF
                END-IF.
                EXIT.

            *> the tournament file only holds a series until it is
            *> decided, so a decided one shows as champion here and
            *> is gone from the next digest
            *> the live series from tournament.dat, plus every
            *> series decided inside the range from the results
            *> log (a decided series is wiped from tournament.dat
            *> the moment it ends, so the log is the only witness)
            digest_series_section.
                MOVE "Tournament series:" TO digest_line.
                WRITE digest_line.
                PERFORM load_series_state.
                IF series_found = 0 THEN
                    MOVE "  (no series in progress)" TO digest_line
                    WRITE digest_line
                ELSE
                    MOVE SPACES TO digest_line
                    STRING "  " series_p1 " " series_wins1
                           " vs " series_p2 " " series_wins2
                           " (best of " series_length ")"
                        INTO digest_line
                    END-STRING
                    WRITE digest_line
                END-IF.
                MOVE "Series decided:" TO digest_line.
                WRITE digest_line.
                MOVE ZEROS TO digest_series_count.
                MOVE 0 TO digest_end_of_file.
                OPEN INPUT series_log_file.
                IF series_log_file_status = "00" THEN
                    PERFORM UNTIL digest_end_of_file = 1
                        READ series_log_file
                            AT END MOVE 1 TO digest_end_of_file
                        END-READ
                        IF digest_end_of_file = 0 THEN
                            PERFORM digest_one_series_result
                        END-IF
                    END-PERFORM
                    CLOSE series_log_file
                END-IF.
                IF digest_series_count = 0 THEN
                    MOVE "  (none in this period)" TO digest_line
                    WRITE digest_line
                END-IF.
                EXIT.

            digest_one_series_result.
                MOVE SPACES TO sr_date_tx.
                MOVE SPACES TO sr_champ.
                MOVE SPACES TO sr_p1.
                MOVE SPACES TO sr_w1_tx.
                MOVE SPACES TO sr_p2.
                MOVE SPACES TO sr_w2_tx.
                UNSTRING series_log_line DELIMITED BY ';'
                    INTO sr_date_tx, sr_champ, sr_p1, sr_w1_tx,
                         sr_p2, sr_w2_tx
                END-UNSTRING.
                IF sr_date_tx NUMERIC THEN
                    MOVE sr_date_tx TO digest_date_num
                    IF digest_date_num >= digest_from
                            AND digest_date_num <= digest_to THEN
                        *> print the score champion-first whichever
                        *> side of the line the champion sat on
                        IF sr_champ = sr_p1 THEN
                            MOVE sr_p2 TO sr_loser
                            MOVE sr_w1_tx TO sr_champ_w
                            MOVE sr_w2_tx TO sr_loser_w
                        ELSE
                            MOVE sr_p1 TO sr_loser
                            MOVE sr_w2_tx TO sr_champ_w
                            MOVE sr_w1_tx TO sr_loser_w
                        END-IF
                        MOVE SPACES TO digest_line
                        STRING "  " sr_champ
                               " won " sr_champ_w "-" sr_loser_w
                               " vs " sr_loser
                            INTO digest_line
                        END-STRING
                        WRITE digest_line
                        ADD 1 TO digest_series_count
                    END-IF
                END-IF.
                EXIT.

            *> the challenges standing now, then every one played or
            *> forfeited inside the range from the results log
            digest_challenge_section.
                MOVE "Ladder challenges standing:" TO digest_line.
                WRITE digest_line.
                PERFORM load_challenges.
                IF chal_count = 0 THEN
                    MOVE "  (none)" TO digest_line
                    WRITE digest_line
                END-IF.
                PERFORM VARYING chal_idx FROM 1 BY 1
                                    UNTIL chal_idx > chal_count
                    MOVE SPACES TO digest_line
                    IF chal_state(chal_idx) = "A" THEN
                        STRING "  " chal_challenger(chal_idx)
                               " vs " chal_defender(chal_idx)
                               " accepted, by " chal_deadline(chal_idx)
                            INTO digest_line
                        END-STRING
                    ELSE
                        STRING "  " chal_challenger(chal_idx)
                               " vs " chal_defender(chal_idx)
                               " open, by " chal_deadline(chal_idx)
                            INTO digest_line
                        END-STRING
                    END-IF
                    WRITE digest_line
                END-PERFORM.
                MOVE "Ladder challenges settled:" TO digest_line.
                WRITE digest_line.
                MOVE ZEROS TO digest_chal_count.
                MOVE 0 TO chal_end_of_file.
                OPEN INPUT chal_log_file.
                IF chal_log_file_status = "00" THEN
                    PERFORM UNTIL chal_end_of_file = 1
                        READ chal_log_file
                            AT END MOVE 1 TO chal_end_of_file
                        END-READ
                        IF chal_end_of_file = 0 THEN
                            PERFORM digest_one_challenge
                        END-IF
                    END-PERFORM
                    CLOSE chal_log_file
                END-IF.
                IF digest_chal_count = 0 THEN
                    MOVE "  (none in this period)" TO digest_line
                    WRITE digest_line
                END-IF.
                EXIT.

            *> a declined challenge was never contested, so only the
            *> played and forfeited ones make the bulletin
            digest_one_challenge.
                MOVE SPACES TO cr_closed_tx.
                MOVE SPACES TO cr_outcome.
                MOVE SPACES TO cr_challenger.
                MOVE SPACES TO cr_defender.
                MOVE SPACES TO cr_winner.
                UNSTRING chal_log_line DELIMITED BY ';'
                    INTO cr_closed_tx, cr_outcome, cr_challenger,
                         cr_defender, cr_winner
                END-UNSTRING.
                IF cr_closed_tx NUMERIC
                        AND (cr_outcome = "P" OR cr_outcome = "F")
                        THEN
                    MOVE cr_closed_tx TO digest_date_num
                    IF digest_date_num >= digest_from
                            AND digest_date_num <= digest_to THEN
                        MOVE SPACES TO digest_line
                        IF cr_outcome = "P" THEN
                            STRING "  " cr_challenger
                                   " vs " cr_defender
                                   " played, won by " cr_winner
                                INTO digest_line
                            END-STRING
                        ELSE
                            STRING "  " cr_challenger
                                   " vs " cr_defender
                                   " forfeited by the defender"
                                INTO digest_line
                            END-STRING
                        END-IF
                        WRITE digest_line
                        ADD 1 TO digest_chal_count
                    END-IF
                END-IF.
                EXIT.

            *> does the master open and read at all? run once at
            *> startup, so a file broken by a power cut is reported
            *> the moment the program comes up instead of wrecking
            *> whatever screen touches it first
            check_master_integrity.
                MOVE 0 TO master_damaged.
                OPEN INPUT master_file.
                EVALUATE master_file_status
                    WHEN "00"
                        READ master_file NEXT RECORD
                            AT END CONTINUE
                        END-READ
                        MOVE master_file_status
                            TO master_check_status
                        IF master_check_status NOT = "00"
                                AND master_check_status
                                        NOT = "10" THEN
                            MOVE 1 TO master_damaged
                        END-IF
                        CLOSE master_file
                    WHEN "35"
                        *> no history yet - nothing to check
                        CONTINUE
                    WHEN OTHER
                        MOVE master_file_status
                            TO master_check_status
                        MOVE 1 TO master_damaged
                END-EVALUATE.
                IF master_damaged = 1 THEN
                    DISPLAY " " BLANK SCREEN
                            BACKGROUND-COLOR black
                            FOREGROUND-COLOR white
                    DISPLAY "WARNING: game_master.dat is damaged."
                        AT LINE 10 COLUMN 10
                        WITH FOREGROUND-COLOR red
                    DISPLAY "Status code:" AT LINE 11 COLUMN 10
                    DISPLAY master_check_status
                        AT LINE 11 COLUMN 23
                        WITH FOREGROUND-COLOR red
                    DISPLAY "Run Rebuild Master in the League"
                        AT LINE 13 COLUMN 10
                    DISPLAY "Office before trusting Statistics."
                        AT LINE 14 COLUMN 10
                    DISPLAY "Press any key" AT LINE 16 COLUMN 10
                            BLINK
                    ACCEPT OMITTED AT LINE 30
                END-IF.
                EXIT.

            *> reconstruct the master: salvage every record that
            *> still reads, re-derive finished matches the salvage
            *> lost from their shot lines, optionally pull purged
            *> years back from the archives, then rewrite the file
            rebuild_master_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Rebuild master file" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "===================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE SPACE TO guess_y_tx.
                ACCEPT rebuild_archive_screen.
                IF guess_y_tx = "y" THEN
                    MOVE 1 TO rebuild_with_archive
                ELSE
                    MOVE 0 TO rebuild_with_archive
                END-IF.
                MOVE ZEROS TO rebuild_salvaged.
                MOVE ZEROS TO rebuild_derived.
                MOVE ZEROS TO rebuild_archived.
                MOVE ZEROS TO rebuild_written.
                MOVE ZEROS TO rebuild_dup.
                MOVE 0 TO recon_overflow.
                PERFORM recon_clear_table.
                PERFORM recon_scan_shots.
                PERFORM rebuild_mark_parked.
                MOVE 'rebuild_work.csv' TO copy_out_file_name.
                OPEN OUTPUT copy_out_file.
                PERFORM rebuild_salvage_master.
                *> the archives are scanned before anything is
                *> derived: an archived game keeps its shot lines,
                *> and its exact record must always beat (or, when
                *> the operator said no to pulling them back, at
                *> least suppress) a nameless approximation
                PERFORM rebuild_pull_archives.
                PERFORM rebuild_derive_from_shots.
                CLOSE copy_out_file.
                PERFORM rebuild_write_master.
                DISPLAY "Salvaged records:" AT LINE 10 COLUMN 10.
                DISPLAY rebuild_salvaged AT LINE 10 COLUMN 30
                        WITH FOREGROUND-COLOR green.
                DISPLAY "Derived from shots log:"
                    AT LINE 11 COLUMN 10.
                DISPLAY rebuild_derived AT LINE 11 COLUMN 34
                        WITH FOREGROUND-COLOR green.
                DISPLAY "Pulled from archives:"
                    AT LINE 12 COLUMN 10.
                DISPLAY rebuild_archived AT LINE 12 COLUMN 32
                        WITH FOREGROUND-COLOR green.
                DISPLAY "Master rebuilt with records:"
                    AT LINE 13 COLUMN 10.
                DISPLAY rebuild_written AT LINE 13 COLUMN 39
                        WITH FOREGROUND-COLOR cyan.
                IF rebuild_dup > 0 THEN
                    DISPLAY "Duplicates dropped:"
                        AT LINE 14 COLUMN 10
                    DISPLAY rebuild_dup AT LINE 14 COLUMN 30
                            WITH FOREGROUND-COLOR brown
                END-IF.
                *> the one utility whose job is not losing records
                *> must say so when its id table ran out of room
                IF recon_overflow = 1 THEN
                    DISPLAY "WARNING: shots log overflowed the"
                        AT LINE 15 COLUMN 10
                        WITH FOREGROUND-COLOR red
                    DISPLAY "id table - later matches were not"
                        AT LINE 16 COLUMN 10
                        WITH FOREGROUND-COLOR red
                    DISPLAY "derived. Trim the log and rerun."
                        AT LINE 17 COLUMN 10
                        WITH FOREGROUND-COLOR red
                END-IF.
                DISPLAY "Press any key" AT LINE 19 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> whatever the broken file still yields, as portable
            *> lines; the first record the index can no longer
            *> reach ends the salvage
            rebuild_salvage_master.
                MOVE 0 TO rebuild_end_of_file.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO rebuild_end_of_file
                    END-START
                    IF master_file_status NOT = "00" THEN
                        MOVE 1 TO rebuild_end_of_file
                    END-IF
                    PERFORM rebuild_salvage_one
                            UNTIL rebuild_end_of_file = 1
                    CLOSE master_file
                END-IF.
                EXIT.

            rebuild_salvage_one.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO rebuild_end_of_file
                END-READ.
                IF rebuild_end_of_file = 0 THEN
                    IF master_file_status = "00" THEN
                        MOVE SPACES TO copy_out_rec
                        STRING master_game_id ";"
                               master_player ";"
                               master_h_score ";"
                               master_h_hits ";"
                               master_h_rounds ";"
                               master_c_score ";"
                               master_c_hits ";"
                               master_c_rounds ";"
                               master_winner
                            INTO copy_out_rec
                        END-STRING
                        WRITE copy_out_rec
                        ADD 1 TO rebuild_salvaged
                        PERFORM rebuild_mark_salvaged
                    ELSE
                        MOVE 1 TO rebuild_end_of_file
                    END-IF
                END-IF.
                EXIT.

            *> a salvaged match needs no deriving from its shots
            rebuild_mark_salvaged.
                MOVE master_game_id TO recon_id_tx.
                PERFORM rebuild_mark_id.
                EXIT.

            rebuild_mark_id.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > recon_game_count
                    IF rec_id(i) = recon_id_tx THEN
                        MOVE 1 TO rec_matched(i)
                    END-IF
                END-PERFORM.
                EXIT.

            *> a match parked by Save & Exit (or waiting on a
            *> remote opponent) is not finished, whatever its last
            *> logged shot hit - it must not be fabricated into a
            *> decided result only to be recorded a second time
            *> when the save is resumed and played out
            rebuild_mark_parked.
                OPEN INPUT checkpoint_file.
                IF checkpoint_file_status = "00" THEN
                    READ checkpoint_file
                        AT END CONTINUE
                        NOT AT END
                            PERFORM rebuild_mark_parked_line
                    END-READ
                    CLOSE checkpoint_file
                END-IF.
                EXIT.

            *> the parked match's game id is the checkpoint
            *> header's seventh field
            rebuild_mark_parked_line.
                MOVE SPACES TO rebuild_ck_id.
                UNSTRING checkpoint_line DELIMITED BY ';'
                    INTO rebuild_ck_dummy(1), rebuild_ck_dummy(2),
                         rebuild_ck_dummy(3), rebuild_ck_dummy(4),
                         rebuild_ck_dummy(5), rebuild_ck_dummy(6),
                         rebuild_ck_id
                END-UNSTRING.
                IF rebuild_ck_id NUMERIC THEN
                    MOVE rebuild_ck_id TO recon_id_tx
                    PERFORM rebuild_mark_id
                END-IF.
                EXIT.

            *> a finished match ends on the winner's sinking hit,
            *> so an unsalvaged match whose last logged shot is a
            *> hit gets a summary rebuilt from its tallies: hits
            *> and rounds are exact, scores are re-derived at the
            *> plain hit value, and the name is lost to the log
            rebuild_derive_from_shots.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > recon_game_count
                    IF rec_matched(i) = 0
                            AND rec_last_result(i) = "H"
                            AND rec_id(i) NUMERIC THEN
                        MOVE rec_id(i) TO master_game_id
                        MOVE SPACES TO master_player
                        COMPUTE master_h_score =
                            rec_hits1(i) * SCORE_HIT
                        MOVE rec_hits1(i) TO master_h_hits
                        MOVE rec_shots1(i) TO master_h_rounds
                        COMPUTE master_c_score =
                            rec_hits2(i) * SCORE_HIT
                        MOVE rec_hits2(i) TO master_c_hits
                        MOVE rec_shots2(i) TO master_c_rounds
                        IF rec_last_player(i) = 1 THEN
                            MOVE "H" TO master_winner
                        ELSE
                            MOVE "C" TO master_winner
                        END-IF
                        MOVE SPACES TO copy_out_rec
                        STRING master_game_id ";"
                               master_player ";"
                               master_h_score ";"
                               master_h_hits ";"
                               master_h_rounds ";"
                               master_c_score ";"
                               master_c_hits ";"
                               master_c_rounds ";"
                               master_winner
                            INTO copy_out_rec
                        END-STRING
                        WRITE copy_out_rec
                        ADD 1 TO rebuild_derived
                    END-IF
                END-PERFORM.
                EXIT.

            *> every yearly archive back to the first season the
            *> game was played: each valid line marks its id as
            *> accounted for, and rejoins the master only when the
            *> operator asked for the archives back
            rebuild_pull_archives.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:4) TO rebuild_cur_year.
                PERFORM VARYING rebuild_year FROM 2021 BY 1
                                UNTIL rebuild_year > rebuild_cur_year
                    MOVE SPACES TO copy_in_file_name
                    STRING "history_" rebuild_year ".csv"
                        INTO copy_in_file_name
                    END-STRING
                    PERFORM rebuild_pull_one_year
                END-PERFORM.
                EXIT.

            rebuild_pull_one_year.
                MOVE 0 TO rebuild_end_of_file.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    PERFORM UNTIL rebuild_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO rebuild_end_of_file
                        END-READ
                        IF rebuild_end_of_file = 0 THEN
                            MOVE copy_in_rec TO port_line
                            PERFORM parse_portable_line
                            IF port_line_valid = 1 THEN
                                PERFORM rebuild_mark_salvaged
                                IF rebuild_with_archive = 1 THEN
                                    MOVE copy_in_rec
                                        TO copy_out_rec
                                    WRITE copy_out_rec
                                    ADD 1 TO rebuild_archived
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE copy_in_file
                END-IF.
                EXIT.

            *> a fresh indexed master from the work file; the same
            *> id arriving twice keeps its first (salvaged) copy
            rebuild_write_master.
                MOVE 'rebuild_work.csv' TO copy_in_file_name.
                MOVE 0 TO rebuild_end_of_file.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    OPEN OUTPUT master_file
                    PERFORM UNTIL rebuild_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO rebuild_end_of_file
                        END-READ
                        IF rebuild_end_of_file = 0 THEN
                            MOVE copy_in_rec TO port_line
                            PERFORM parse_portable_line
                            IF port_line_valid = 1 THEN
                                WRITE master_record
                                IF master_file_status = "00" THEN
                                    ADD 1 TO rebuild_written
                                ELSE
                                    ADD 1 TO rebuild_dup
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE master_file
                    CLOSE copy_in_file
                    *> the scratch file has served its purpose
                    CALL "CBL_DELETE_FILE" USING copy_in_file_name
                END-IF.
                EXIT.

            *> write this install's recent finished games to a
            *> portable interchange file, ready for the shared
            *> drive and the league machine's import
            export_games_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Export games" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE ZEROS TO export_since.
                ACCEPT export_since_screen.
                PERFORM load_known_months.
                COMPUTE range_month_lo = export_since / 100.
                MOVE 999999 TO range_month_hi.
                PERFORM check_rolled_in_range.
                MOVE ZEROS TO export_count.
                MOVE 0 TO exch_end_of_file.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE 'results_export.csv'
                        TO copy_out_file_name
                    OPEN OUTPUT copy_out_file
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO exch_end_of_file
                    END-START
                    PERFORM export_one_record
                            UNTIL exch_end_of_file = 1
                    CLOSE copy_out_file
                    CLOSE master_file
                    DISPLAY "Games exported:" AT LINE 8 COLUMN 10
                    DISPLAY export_count AT LINE 8 COLUMN 26
                            WITH FOREGROUND-COLOR green
                    DISPLAY "Written to results_export.csv"
                        AT LINE 9 COLUMN 10
                ELSE
                    DISPLAY "No game history found."
                        AT LINE 8 COLUMN 10
                END-IF.
                IF rolled_in_range = 1 THEN
                    DISPLAY "NOTE: months already rolled up are"
                        AT LINE 10 COLUMN 10
                        WITH FOREGROUND-COLOR brown
                    DISPLAY "not in the export - export before"
                        AT LINE 11 COLUMN 10
                        WITH FOREGROUND-COLOR brown
                    DISPLAY "running the month-end rollup."
                        AT LINE 12 COLUMN 10
                        WITH FOREGROUND-COLOR brown
                END-IF.
                DISPLAY "Press any key" AT LINE 14 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            export_one_record.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO exch_end_of_file
                END-READ.
                IF exch_end_of_file = 0
                        AND master_id_date >= export_since THEN
                    MOVE SPACES TO copy_out_rec
                    STRING master_game_id ";"
                           master_player ";"
                        INTO copy_out_rec
                    END-STRING
                    WRITE copy_out_rec
                    ADD 1 TO export_count
                END-IF.
                EXIT.

            *> merge a results_export.csv from another install into
            *> this master: every line distrusted until validated,
            *> ids already present skipped, and the tally reported
            import_games_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Import games" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE ZEROS TO import_added.
                MOVE ZEROS TO import_dup.
                MOVE ZEROS TO import_bad.
                MOVE ZEROS TO import_rolled.
                PERFORM load_known_months.
                MOVE 0 TO exch_end_of_file.
                MOVE 'results_export.csv' TO copy_in_file_name.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    OPEN I-O master_file
                    IF master_file_status = "35" THEN
                        OPEN OUTPUT master_file
                    END-IF
                    PERFORM UNTIL exch_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO exch_end_of_file
                        END-READ
                        IF exch_end_of_file = 0 THEN
                            PERFORM import_one_portable_line
                        END-IF
                    END-PERFORM
                    CLOSE master_file
                    CLOSE copy_in_file
                    DISPLAY "Added:" AT LINE 8 COLUMN 10
                    DISPLAY import_added AT LINE 8 COLUMN 18
                            WITH FOREGROUND-COLOR green
                    DISPLAY "Already present:" AT LINE 9 COLUMN 10
                    DISPLAY import_dup AT LINE 9 COLUMN 28
                            WITH FOREGROUND-COLOR brown
                    DISPLAY "Rejected:" AT LINE 10 COLUMN 10
                    DISPLAY import_bad AT LINE 10 COLUMN 21
                            WITH FOREGROUND-COLOR red
                    IF import_rolled > 0 THEN
                        DISPLAY "WARNING: added into months already"
                            AT LINE 11 COLUMN 10
                            WITH FOREGROUND-COLOR red
                        DISPLAY "rolled up (not in Statistics):"
                            AT LINE 12 COLUMN 10
                            WITH FOREGROUND-COLOR red
                        DISPLAY import_rolled
                            AT LINE 12 COLUMN 41
                            WITH FOREGROUND-COLOR red
                    END-IF
                ELSE
                    DISPLAY "No results_export.csv found."
                        AT LINE 8 COLUMN 10
                END-IF.
                DISPLAY "Press any key" AT LINE 14 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> one interchange line: validated like every other
            *> text line before it's believed; a duplicate key
            *> comes back as file status 22 and is skipped, never
            *> re-sequenced the way a fresh game would be
            import_one_portable_line.
                MOVE copy_in_rec TO port_line.
                PERFORM parse_portable_line.
                IF port_line_valid = 0 THEN
                    ADD 1 TO import_bad
                ELSE
                    WRITE master_record
                    EVALUATE master_file_status
                        WHEN "00"
                            ADD 1 TO import_added
                            COMPUTE rollup_rec_month =
                                master_id_date / 100
                            PERFORM rollup_check_known
                            IF rollup_found = 1 THEN
                                ADD 1 TO import_rolled
                            END-IF
                        WHEN "22"
                            ADD 1 TO import_dup
                        WHEN OTHER
                            ADD 1 TO import_bad
                    END-EVALUATE
                END-IF.
                EXIT.

            *> the operator's way to fix a bad record without
            *> hand-editing an indexed file: browse from a game id,
            *> amend the name or winner byte, or delete outright -
            *> and every change goes to the corrections log first
            maintain_master_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Fix master records" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "==================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE ZEROS TO fix_id_date.
                MOVE ZEROS TO fix_id_seq.
                ACCEPT fix_id_screen.
                *> date 0 leaves the screen; anything else opens
                *> the master and comes back for another id
                IF fix_id_date NOT = 0 THEN
                    PERFORM fix_open_and_browse
                    *> never miss a chance to use GOTO :)
                    GO TO maintain_master_run
                END-IF.
                EXIT.

            fix_open_and_browse.
                OPEN I-O master_file.
                IF master_file_status NOT = "00" THEN
                    DISPLAY "No game history found."
                        AT LINE 9 COLUMN 10
                    DISPLAY "Press any key" AT LINE 11 COLUMN 10
                            BLINK
                    ACCEPT OMITTED AT LINE 30
                ELSE
                    MOVE fix_id_date TO master_id_date
                    MOVE fix_id_seq TO master_id_seq
                    MOVE 1 TO fix_found
                    *> land on the id, or the first one after it,
                    *> so a nearly-right id still finds its record
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 0 TO fix_found
                    END-START
                    IF fix_found = 1 THEN
                        PERFORM fix_browse_loop
                    ELSE
                        DISPLAY "No record at or after that id."
                            AT LINE 9 COLUMN 10
                        DISPLAY "Press any key"
                            AT LINE 11 COLUMN 10 BLINK
                        ACCEPT OMITTED AT LINE 30
                    END-IF
                    CLOSE master_file
                END-IF.
                EXIT.

            fix_browse_loop.
                MOVE 0 TO fix_done.
                PERFORM fix_next_record.
                PERFORM UNTIL fix_done = 1 OR fix_found = 0
                    PERFORM show_fix_record
                    MOVE SPACE TO fix_action
                    ACCEPT fix_action_screen
                    EVALUATE fix_action
                        WHEN "n"
                            PERFORM fix_amend_name
                        WHEN "w"
                            PERFORM fix_amend_winner
                        WHEN "d"
                            PERFORM fix_delete_record
                        WHEN ">"
                            PERFORM fix_next_record
                        WHEN OTHER
                            MOVE 1 TO fix_done
                    END-EVALUATE
                END-PERFORM.
                EXIT.

            fix_next_record.
                READ master_file NEXT RECORD
                    AT END MOVE 0 TO fix_found
                    NOT AT END MOVE 1 TO fix_found
                END-READ.
                IF fix_found = 0 THEN
                    DISPLAY "No further records.       "
                        AT LINE 18 COLUMN 10
                END-IF.
                EXIT.

            show_fix_record.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Fix master records" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "==================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                DISPLAY "Game id:" AT LINE 6 COLUMN 10.
                DISPLAY master_game_id AT LINE 6 COLUMN 20
                        WITH FOREGROUND-COLOR brown.
                DISPLAY "Player:" AT LINE 8 COLUMN 10.
                DISPLAY master_player AT LINE 8 COLUMN 20
                        WITH FOREGROUND-COLOR cyan.
                DISPLAY "Winner:" AT LINE 9 COLUMN 10.
                DISPLAY master_winner AT LINE 9 COLUMN 20
                        WITH FOREGROUND-COLOR cyan.
                DISPLAY "Human score/hits/rounds:"
                    AT LINE 11 COLUMN 10.
                DISPLAY master_h_score AT LINE 11 COLUMN 36
                        WITH FOREGROUND-COLOR green.
                DISPLAY master_h_hits AT LINE 11 COLUMN 44
                        WITH FOREGROUND-COLOR green.
                DISPLAY master_h_rounds AT LINE 11 COLUMN 49
                        WITH FOREGROUND-COLOR green.
                DISPLAY "CPU score/hits/rounds:  "
                    AT LINE 12 COLUMN 10.
                DISPLAY master_c_score AT LINE 12 COLUMN 36
                        WITH FOREGROUND-COLOR brown.
                DISPLAY master_c_hits AT LINE 12 COLUMN 44
                        WITH FOREGROUND-COLOR brown.
                DISPLAY master_c_rounds AT LINE 12 COLUMN 49
                        WITH FOREGROUND-COLOR brown.
                EXIT.

            fix_amend_name.
                MOVE master_player TO fix_old_tx.
                MOVE master_player TO fix_new_name.
                ACCEPT fix_name_screen.
                IF fix_new_name NOT = fix_old_tx THEN
                    *> the log line goes down before the record
                    *> changes, so a crash can't lose the trail
                    MOVE "player" TO fix_field
                    MOVE fix_new_name TO fix_new_tx
                    PERFORM log_correction
                    MOVE fix_new_name TO master_player
                    REWRITE master_record
                END-IF.
                EXIT.

            fix_amend_winner.
                MOVE SPACES TO fix_old_tx.
                MOVE master_winner TO fix_old_tx(1:1).
                MOVE master_winner TO fix_new_winner.
                ACCEPT fix_winner_screen.
                IF (fix_new_winner = "H" OR fix_new_winner = "C")
                        AND fix_new_winner
                                NOT = fix_old_tx(1:1) THEN
                    MOVE "winner" TO fix_field
                    MOVE SPACES TO fix_new_tx
                    MOVE fix_new_winner TO fix_new_tx(1:1)
                    PERFORM log_correction
                    MOVE fix_new_winner TO master_winner
                    REWRITE master_record
                END-IF.
                EXIT.

            fix_delete_record.
                MOVE SPACE TO guess_y_tx.
                ACCEPT fix_confirm_screen.
                IF guess_y_tx = "y" THEN
                    MOVE "record" TO fix_field
                    MOVE master_player TO fix_old_tx
                    MOVE "deleted" TO fix_new_tx
                    PERFORM log_correction
                    DELETE master_file RECORD
                    *> the record is gone; stand on the next one
                    PERFORM fix_next_record
                END-IF.
                EXIT.

            *> one append-only line per change: when, who, which
            *> record, which field, old value, new value
            log_correction.
                MOVE master_game_id TO fix_record_tx.
                PERFORM write_correction_line.
                EXIT.

            *> the line itself, for whatever record fix_record_tx
            *> names
            write_correction_line.
                PERFORM stamp_game_date.
                IF player_name = SPACES THEN
                    MOVE "(guest)" TO fix_operator
                ELSE
                    MOVE player_name TO fix_operator
                END-IF.
                OPEN EXTEND corrections_file.
                IF corrections_file_status = "35" THEN
                    OPEN OUTPUT corrections_file
                END-IF.
                MOVE SPACES TO corrections_line.
                STRING game_date_tx ";"
                       fix_operator ";"
                       fix_record_tx ";"
                       fix_field ";"
                       fix_old_tx ";"
                       fix_new_tx
                    INTO corrections_line
                END-STRING.
                WRITE corrections_line.
                CLOSE corrections_file.
                EXIT.

            *> the clerk's player names run: rename one player in
            *> every file, merge one into another, or retire (and
            *> later reinstate) someone who has left. nothing is
            *> touched before a verified backup set is written, and
            *> every change goes to the corrections log
            player_names_run.
                MOVE SPACE TO names_action.
                MOVE SPACES TO names_from.
                MOVE SPACES TO names_to.
                MOVE 2 TO names_keep.
                ACCEPT player_names_screen.
                PERFORM load_retired.
                PERFORM check_names_request.
                IF names_message NOT = SPACES THEN
                    PERFORM show_names_message
                ELSE
                    MOVE SPACE TO guess_y_tx
                    ACCEPT names_confirm_screen
                    IF guess_y_tx = "y" THEN
                        PERFORM apply_names_change
                    END-IF
                END-IF.
                EXIT.

            *> anything wrong with the request leaves its reason in
            *> names_message and nothing is done
            check_names_request.
                MOVE SPACES TO names_message.
                MOVE names_from TO retired_check.
                PERFORM find_retired.
                MOVE retired_idx TO names_from_retired.
                IF names_action NOT = "r" AND names_action NOT = "m"
                        AND names_action NOT = "t" THEN
                    MOVE "Pick r, m or t." TO names_message
                END-IF.
                IF names_message = SPACES
                        AND names_from = SPACES THEN
                    MOVE "Give the player's name." TO names_message
                END-IF.
                *> the bot and the stand-in names belong to nobody
                IF names_message = SPACES
                        AND (names_from = "Computer"
                             OR names_from = "Player 2"
                             OR names_from = "Remote player"
                             OR names_to = "Computer"
                             OR names_to = "Player 2"
                             OR names_to = "Remote player") THEN
                    MOVE "The stand-in names can't be changed."
                        TO names_message
                END-IF.
                IF names_message = SPACES THEN
                    IF names_action = "t" THEN
                        PERFORM check_retire_request
                    ELSE
                        PERFORM check_rename_request
                    END-IF
                END-IF.
                EXIT.

            check_retire_request.
                IF names_from_retired = 0 THEN
                    IF retired_count >= RETIRED_MAX THEN
                        MOVE "The retired list is full."
                            TO names_message
                    END-IF
                ELSE
                    *> coming back needs a ladder place for the
                    *> rating kept, unless they have one already
                    PERFORM load_ladder
                    MOVE names_from TO rating_name
                    PERFORM find_names_ladder_entry
                    IF names_idx = 0 AND ladder_count >= LADDER_MAX
                            AND ret_games(names_from_retired) > 0
                            THEN
                        MOVE "The ladder is full." TO names_message
                    END-IF
                END-IF.
                EXIT.

            check_rename_request.
                MOVE names_to TO retired_check.
                PERFORM find_retired.
                IF names_to = SPACES THEN
                    MOVE "Give the new name." TO names_message
                ELSE
                    IF names_to = names_from THEN
                        MOVE "The two names are the same."
                            TO names_message
                    ELSE
                        IF names_from_retired > 0 OR retired_idx > 0
                                THEN
                            MOVE "Reinstate the retired player first."
                                TO names_message
                        END-IF
                    END-IF
                END-IF.
                IF names_message = SPACES
                        AND names_action = "r" THEN
                    *> a name already in use is a merge, not a
                    *> rename
                    PERFORM load_ladder
                    MOVE names_to TO rating_name
                    PERFORM find_names_ladder_entry
                    IF names_idx = 0 THEN
                        PERFORM load_profiles
                        PERFORM find_names_profile
                    END-IF
                    IF names_idx > 0 THEN
                        MOVE "That name is taken - merge instead."
                            TO names_message
                    END-IF
                END-IF.
                IF names_message = SPACES
                        AND names_action = "m" THEN
                    IF names_keep NOT = 1 AND names_keep NOT = 2 THEN
                        MOVE "Keep profile 1 or 2." TO names_message
                    ELSE
                        *> a series between the two would become a
                        *> series against themselves
                        PERFORM load_series_state
                        IF series_found = 1
                            AND ((series_p1 = names_from
                                  AND series_p2 = names_to)
                              OR (series_p1 = names_to
                                  AND series_p2 = names_from)) THEN
                            MOVE "Their series is still being played."
                                TO names_message
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            show_names_message.
                DISPLAY names_message AT LINE 30 COLUMN 10
                        WITH FOREGROUND-COLOR brown.
                DISPLAY "Press any key" AT LINE 31 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 31.
                EXIT.

            *> backup first; a set that fails its read-back stops
            *> the run before any file is touched
            apply_names_change.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Player Names" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE 6 TO backup_screen_line.
                PERFORM write_backup_generation.
                IF backup_fail = 1 THEN
                    MOVE "Backup FAILED verify - nothing changed."
                        TO names_message
                ELSE
                    DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                            FOREGROUND-COLOR white
                    DISPLAY "Player Names" AT LINE 3 COLUMN 10
                            WITH FOREGROUND-COLOR green
                    DISPLAY "============" AT LINE 4 COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "Backup set written first:"
                        AT LINE 6 COLUMN 10
                    DISPLAY backup_new_seq AT LINE 6 COLUMN 36
                            WITH FOREGROUND-COLOR green
                    MOVE 8 TO names_line
                    IF names_action = "t" THEN
                        IF names_from_retired > 0 THEN
                            PERFORM reinstate_player
                        ELSE
                            PERFORM retire_player
                        END-IF
                    ELSE
                        PERFORM rename_player_everywhere
                    END-IF
                END-IF.
                PERFORM show_names_message.
                EXIT.

            *> names_from becomes names_to wherever a name is kept;
            *> a merge is the same pass, with the tables that hold
            *> one entry per name folding the two entries into one
            rename_player_everywhere.
                PERFORM names_rename_profiles.
                PERFORM names_rename_ladder.
                PERFORM names_rename_medals.
                PERFORM names_rename_master.
                PERFORM names_rename_detail.
                PERFORM names_rename_challenges.
                MOVE 'hall_of_fame.csv' TO names_data_name.
                PERFORM names_rewrite_file.
                PERFORM show_names_count.
                MOVE 'tournament.dat' TO names_data_name.
                PERFORM names_rewrite_file.
                PERFORM show_names_count.
                MOVE 'series_results.csv' TO names_data_name.
                PERFORM names_rewrite_file.
                PERFORM show_names_count.
                MOVE 'challenges_log.csv' TO names_data_name.
                PERFORM names_rewrite_file.
                PERFORM show_names_count.
                MOVE 'puzzle_results.csv' TO names_data_name.
                PERFORM names_rewrite_file.
                PERFORM show_names_count.
                MOVE 'month_summary.csv' TO names_data_name.
                PERFORM names_rewrite_file.
                PERFORM show_names_count.
                PERFORM names_rename_archives.
                *> the heat maps come from the master, the detail
                *> and the shots log, so they are simply redrawn
                PERFORM apply_board_size.
                PERFORM build_scouting.
                PERFORM save_scouting.
                DISPLAY "scouting.dat" AT LINE names_line COLUMN 10.
                DISPLAY "rebuilt" AT LINE names_line COLUMN 32
                        WITH FOREGROUND-COLOR green.
                ADD 1 TO names_line.
                IF player_name = names_from THEN
                    MOVE names_to TO player_name
                END-IF.
                IF rival_name = names_from THEN
                    MOVE names_to TO rival_name
                END-IF.
                IF names_action = "m" THEN
                    MOVE "Merged in every file." TO names_message
                ELSE
                    MOVE "Renamed in every file." TO names_message
                END-IF.
                EXIT.

            *> one progress line: the file and how many of its
            *> records changed
            show_names_count.
                DISPLAY names_data_name AT LINE names_line COLUMN 10.
                DISPLAY names_changed AT LINE names_line COLUMN 32
                        WITH FOREGROUND-COLOR green.
                DISPLAY "changed" AT LINE names_line COLUMN 40.
                ADD 1 TO names_line.
                EXIT.

            *> the name's entry on the loaded ladder (names_idx),
            *> 0 when there is none
            find_names_ladder_entry.
                MOVE 0 TO names_idx.
                PERFORM VARYING names_k FROM 1 BY 1
                                    UNTIL names_k > ladder_count
                                          OR names_idx > 0
                    IF lad_name(names_k) = rating_name THEN
                        MOVE names_k TO names_idx
                    END-IF
                END-PERFORM.
                EXIT.

            *> names_to's profile (names_idx), 0 when there is none
            find_names_profile.
                MOVE 0 TO names_idx.
                PERFORM VARYING names_k FROM 1 BY 1
                                    UNTIL names_k > profile_count
                                          OR names_idx > 0
                    IF prof_name(names_k) = names_to THEN
                        MOVE names_k TO names_idx
                    END-IF
                END-PERFORM.
                EXIT.

            *> a rename just relabels the profile; a merge keeps the
            *> settings the clerk picked (1 the old name's, 2 the
            *> new name's) under the new name and drops the other
            names_rename_profiles.
                MOVE 'profiles.dat' TO names_data_name.
                MOVE ZEROS TO names_changed.
                PERFORM load_profiles.
                PERFORM find_names_profile.
                MOVE names_idx TO names_to_idx.
                MOVE 0 TO names_from_idx.
                PERFORM VARYING names_k FROM 1 BY 1
                                    UNTIL names_k > profile_count
                                          OR names_from_idx > 0
                    IF prof_name(names_k) = names_from THEN
                        MOVE names_k TO names_from_idx
                    END-IF
                END-PERFORM.
                IF names_from_idx > 0 THEN
                    IF names_to_idx > 0 AND names_keep = 2 THEN
                        MOVE names_from_idx TO names_idx
                    ELSE
                        MOVE "player" TO fix_field
                        MOVE names_data_name TO fix_record_tx
                        MOVE names_from TO fix_old_tx
                        MOVE names_to TO fix_new_tx
                        PERFORM write_correction_line
                        MOVE names_to TO prof_name(names_from_idx)
                        MOVE names_to_idx TO names_idx
                    END-IF
                    IF names_idx > 0 THEN
                        MOVE "profile" TO fix_field
                        MOVE prof_name(names_idx) TO fix_record_tx
                        MOVE prof_name(names_idx) TO fix_old_tx
                        MOVE "dropped" TO fix_new_tx
                        PERFORM write_correction_line
                        PERFORM VARYING names_shift_idx
                                    FROM names_idx BY 1
                                    UNTIL names_shift_idx
                                            >= profile_count
                            MOVE player_profiles(names_shift_idx + 1)
                                TO player_profiles(names_shift_idx)
                        END-PERFORM
                        SUBTRACT 1 FROM profile_count
                    END-IF
                    ADD 1 TO names_changed
                    PERFORM save_profiles
                END-IF.
                PERFORM show_names_count.
                EXIT.

            *> a rename relabels the ladder entry; a merge folds the
            *> old name's games into the new name's entry
            names_rename_ladder.
                MOVE 'ladder.csv' TO names_data_name.
                MOVE ZEROS TO names_changed.
                PERFORM load_ladder.
                MOVE names_to TO rating_name.
                PERFORM find_names_ladder_entry.
                MOVE names_idx TO names_to_idx.
                MOVE names_from TO rating_name.
                PERFORM find_names_ladder_entry.
                MOVE names_idx TO names_from_idx.
                IF names_from_idx > 0 THEN
                    MOVE "player" TO fix_field
                    MOVE names_data_name TO fix_record_tx
                    MOVE names_from TO fix_old_tx
                    MOVE names_to TO fix_new_tx
                    PERFORM write_correction_line
                    IF names_to_idx > 0 THEN
                        MOVE lad_rating(names_from_idx)
                            TO names_other_rating
                        MOVE lad_games(names_from_idx)
                            TO names_other_games
                        PERFORM names_combine_ladder
                        MOVE names_from_idx TO names_idx
                        PERFORM names_drop_ladder_entry
                    ELSE
                        MOVE names_to TO lad_name(names_from_idx)
                    END-IF
                    ADD 1 TO names_changed
                    PERFORM save_ladder
                END-IF.
                PERFORM show_names_count.
                EXIT.

            *> fold names_other_rating/games into ladder entry
            *> names_to_idx: the games add up and the rating is
            *> the average of the two, weighted by games played,
            *> so the busier identity counts for more
            names_combine_ladder.
                COMPUTE names_games_sum = lad_games(names_to_idx)
                                        + names_other_games.
                IF names_games_sum > 0 THEN
                    COMPUTE names_rating_new ROUNDED =
                        (lad_rating(names_to_idx)
                            * lad_games(names_to_idx)
                         + names_other_rating * names_other_games)
                        / names_games_sum
                ELSE
                    MOVE lad_rating(names_to_idx) TO names_rating_new
                END-IF.
                IF names_games_sum > 9999 THEN
                    MOVE 9999 TO names_games_sum
                END-IF.
                MOVE "rating" TO fix_field.
                MOVE lad_name(names_to_idx) TO fix_record_tx.
                MOVE lad_rating(names_to_idx) TO names_number.
                MOVE names_number TO fix_old_tx.
                MOVE names_rating_new TO names_number.
                MOVE names_number TO fix_new_tx.
                PERFORM write_correction_line.
                MOVE "games" TO fix_field.
                MOVE lad_games(names_to_idx) TO names_number.
                MOVE names_number TO fix_old_tx.
                MOVE names_games_sum TO names_number.
                MOVE names_number TO fix_new_tx.
                PERFORM write_correction_line.
                MOVE names_rating_new TO lad_rating(names_to_idx).
                MOVE names_games_sum TO lad_games(names_to_idx).
                EXIT.

            names_drop_ladder_entry.
                PERFORM VARYING names_shift_idx FROM names_idx BY 1
                                UNTIL names_shift_idx >= ladder_count
                    MOVE ladder_entry(names_shift_idx + 1)
                        TO ladder_entry(names_shift_idx)
                END-PERFORM.
                SUBTRACT 1 FROM ladder_count.
                EXIT.

            *> medals move to the new name; when both names hold
            *> the same medal only one copy stays, the one earned
            *> first. a first pass notes what each name holds, the
            *> second rewrites the book
            names_rename_medals.
                MOVE 'medals.csv' TO names_data_name.
                MOVE ZEROS TO names_changed.
                MOVE 0 TO names_to_medals.
                MOVE 0 TO names_from_medals.
                MOVE 0 TO medals_end_of_file.
                OPEN INPUT medals_file.
                IF medals_file_status = "00" THEN
                    PERFORM names_note_medal
                            UNTIL medals_end_of_file = 1
                    CLOSE medals_file
                END-IF.
                PERFORM VARYING names_k FROM 1 BY 1
                                    UNTIL names_k > names_from_medals
                    MOVE nf_code(names_k) TO medal_check_code
                    PERFORM find_names_medal
                    IF names_medal_hit > 0 THEN
                        IF nf_date(names_k) < nt_date(names_medal_hit)
                            THEN
                            MOVE 1 TO nt_drop(names_medal_hit)
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM names_open_rewrite.
                IF copy_done = 1 THEN
                    PERFORM names_rewrite_medal
                            UNTIL names_end_of_file = 1
                    CLOSE copy_in_file
                    CLOSE copy_out_file
                END-IF.
                PERFORM show_names_count.
                EXIT.

            names_note_medal.
                READ medals_file
                    AT END MOVE 1 TO medals_end_of_file
                END-READ.
                IF medals_end_of_file = 0 THEN
                    UNSTRING medals_line DELIMITED BY ';'
                        INTO medal_check_name,
                             medal_check_code,
                             medal_check_date
                    END-UNSTRING
                    IF medal_check_name = names_to
                            AND names_to_medals < NAMES_MEDAL_MAX
                            THEN
                        ADD 1 TO names_to_medals
                        MOVE medal_check_code
                            TO nt_code(names_to_medals)
                        MOVE medal_check_date
                            TO nt_date(names_to_medals)
                        MOVE 0 TO nt_drop(names_to_medals)
                    END-IF
                    IF medal_check_name = names_from
                            AND names_from_medals < NAMES_MEDAL_MAX
                            THEN
                        ADD 1 TO names_from_medals
                        MOVE medal_check_code
                            TO nf_code(names_from_medals)
                        MOVE medal_check_date
                            TO nf_date(names_from_medals)
                    END-IF
                END-IF.
                EXIT.

            *> names_to's copy of medal_check_code (names_medal_hit)
            find_names_medal.
                MOVE 0 TO names_medal_hit.
                PERFORM VARYING names_idx FROM 1 BY 1
                                    UNTIL names_idx > names_to_medals
                                          OR names_medal_hit > 0
                    IF nt_code(names_idx) = medal_check_code THEN
                        MOVE names_idx TO names_medal_hit
                    END-IF
                END-PERFORM.
                EXIT.

            names_rewrite_medal.
                READ copy_in_file
                    AT END MOVE 1 TO names_end_of_file
                END-READ.
                IF names_end_of_file = 0 THEN
                    MOVE copy_in_rec TO copy_out_rec
                    UNSTRING copy_in_rec DELIMITED BY ';'
                        INTO medal_check_name,
                             medal_check_code,
                             medal_check_date
                    END-UNSTRING
                    MOVE 0 TO names_line_changed
                    IF medal_check_name = names_from
                            OR medal_check_name = names_to THEN
                        PERFORM find_names_medal
                    END-IF
                    IF medal_check_name = names_from THEN
                        IF names_medal_hit > 0 THEN
                            IF nt_drop(names_medal_hit) = 0 THEN
                                MOVE 2 TO names_line_changed
                            END-IF
                        END-IF
                        IF names_line_changed = 0 THEN
                            MOVE 1 TO names_line_changed
                        END-IF
                    END-IF
                    IF medal_check_name = names_to
                            AND names_medal_hit > 0 THEN
                        IF nt_drop(names_medal_hit) = 1 THEN
                            MOVE 2 TO names_line_changed
                        END-IF
                    END-IF
                    EVALUATE names_line_changed
                        WHEN 1
                            MOVE "player" TO fix_field
                            MOVE names_data_name TO fix_record_tx
                            MOVE names_from TO fix_old_tx
                            MOVE names_to TO fix_new_tx
                            PERFORM write_correction_line
                            MOVE SPACES TO copy_out_rec
                            STRING names_to ";"
                                   medal_check_code ";"
                                   medal_check_date
                                INTO copy_out_rec
                            END-STRING
                            WRITE copy_out_rec
                            ADD 1 TO names_changed
                        WHEN 2
                            *> the later copy of a medal both names
                            *> hold goes
                            MOVE "medal" TO fix_field
                            MOVE medal_check_name TO fix_record_tx
                            MOVE medal_check_code TO fix_old_tx
                            MOVE "dropped" TO fix_new_tx
                            PERFORM write_correction_line
                            ADD 1 TO names_changed
                        WHEN OTHER
                            WRITE copy_out_rec
                    END-EVALUATE
                END-IF.
                EXIT.

            *> every master record under the old name, logged the
            *> way the maintenance screen logs a single amend
            names_rename_master.
                MOVE 'game_master.dat' TO names_data_name.
                MOVE ZEROS TO names_changed.
                MOVE 0 TO names_end_of_file.
                OPEN I-O master_file.
                IF master_file_status = "00" THEN
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO names_end_of_file
                    END-START
                    PERFORM names_rename_master_record
                            UNTIL names_end_of_file = 1
                    CLOSE master_file
                END-IF.
                PERFORM show_names_count.
                EXIT.

            names_rename_master_record.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO names_end_of_file
                END-READ.
                IF names_end_of_file = 0
                        AND master_player = names_from THEN
                    *> the log line goes down before the record
                    *> changes, so a crash can't lose the trail
                    MOVE "player" TO fix_field
                    MOVE names_from TO fix_old_tx
                    MOVE names_to TO fix_new_tx
                    PERFORM log_correction
                    MOVE names_to TO master_player
                    REWRITE master_record
                    ADD 1 TO names_changed
                END-IF.
                EXIT.

            *> both sides of every detail record
            names_rename_detail.
                MOVE 'game_detail.dat' TO names_data_name.
                MOVE ZEROS TO names_changed.
                MOVE 0 TO names_end_of_file.
                OPEN I-O detail_file.
                IF detail_file_status = "00" THEN
                    MOVE ZEROS TO detail_game_id
                    START detail_file
                        KEY NOT < detail_game_id
                        INVALID KEY
                            MOVE 1 TO names_end_of_file
                    END-START
                    PERFORM names_rename_detail_record
                            UNTIL names_end_of_file = 1
                    CLOSE detail_file
                END-IF.
                PERFORM show_names_count.
                EXIT.

            names_rename_detail_record.
                READ detail_file NEXT RECORD
                    AT END MOVE 1 TO names_end_of_file
                END-READ.
                IF names_end_of_file = 0
                        AND (detail_player1 = names_from
                             OR detail_player2 = names_from) THEN
                    MOVE detail_game_id TO fix_record_tx
                    MOVE names_from TO fix_old_tx
                    MOVE names_to TO fix_new_tx
                    IF detail_player1 = names_from THEN
                        MOVE "player1" TO fix_field
                        PERFORM write_correction_line
                        MOVE names_to TO detail_player1
                    END-IF
                    IF detail_player2 = names_from THEN
                        MOVE "player2" TO fix_field
                        PERFORM write_correction_line
                        MOVE names_to TO detail_player2
                    END-IF
                    REWRITE detail_record
                    ADD 1 TO names_changed
                END-IF.
                EXIT.

            *> standing challenges follow the name; one that now
            *> pits a player against themselves, or repeats a pair
            *> already on the board, is withdrawn
            names_rename_challenges.
                MOVE 'challenges.dat' TO names_data_name.
                MOVE ZEROS TO names_changed.
                PERFORM load_challenges.
                PERFORM stamp_challenge_today.
                PERFORM VARYING chal_idx FROM 1 BY 1
                                    UNTIL chal_idx > chal_count
                    PERFORM names_rename_one_challenge
                END-PERFORM.
                PERFORM VARYING chal_idx FROM chal_count BY -1
                                    UNTIL chal_idx < 1
                    PERFORM names_check_challenge_pair
                END-PERFORM.
                IF names_changed > 0 THEN
                    PERFORM save_challenges
                END-IF.
                PERFORM show_names_count.
                EXIT.

            names_rename_one_challenge.
                MOVE "player" TO fix_field.
                MOVE names_data_name TO fix_record_tx.
                MOVE names_from TO fix_old_tx.
                MOVE names_to TO fix_new_tx.
                IF chal_challenger(chal_idx) = names_from THEN
                    PERFORM write_correction_line
                    MOVE names_to TO chal_challenger(chal_idx)
                    ADD 1 TO names_changed
                END-IF.
                IF chal_defender(chal_idx) = names_from THEN
                    PERFORM write_correction_line
                    MOVE names_to TO chal_defender(chal_idx)
                    ADD 1 TO names_changed
                END-IF.
                EXIT.

            names_check_challenge_pair.
                MOVE 0 TO chal_found.
                IF chal_challenger(chal_idx) = chal_defender(chal_idx)
                    THEN
                    MOVE chal_idx TO chal_found
                END-IF.
                PERFORM VARYING names_idx FROM 1 BY 1
                                    UNTIL names_idx >= chal_idx
                                          OR chal_found > 0
                    IF (chal_challenger(names_idx)
                                    = chal_challenger(chal_idx)
                         AND chal_defender(names_idx)
                                    = chal_defender(chal_idx))
                       OR (chal_challenger(names_idx)
                                    = chal_defender(chal_idx)
                         AND chal_defender(names_idx)
                                    = chal_challenger(chal_idx))
                            THEN
                        MOVE chal_idx TO chal_found
                    END-IF
                END-PERFORM.
                IF chal_found > 0 THEN
                    PERFORM names_withdraw_challenge
                END-IF.
                EXIT.

            *> challenge chal_idx comes off the board unplayed, the
            *> way a declined one does
            names_withdraw_challenge.
                MOVE "chal" TO fix_field.
                MOVE names_data_name TO fix_record_tx.
                MOVE chal_challenger(chal_idx) TO fix_old_tx.
                MOVE "withdrawn" TO fix_new_tx.
                PERFORM write_correction_line.
                MOVE "D" TO chal_outcome.
                MOVE SPACES TO chal_winner.
                MOVE chal_today TO chal_closed.
                MOVE SPACES TO chal_game_tx.
                PERFORM settle_challenge.
                ADD 1 TO names_changed.
                EXIT.

            *> copy names_data_name aside and open the copy for
            *> reading and the file itself for writing again;
            *> copy_done 0 means there is no such file
            names_open_rewrite.
                MOVE names_data_name TO copy_in_file_name.
                MOVE 'names_work.csv' TO copy_out_file_name.
                PERFORM copy_plain_file.
                MOVE 0 TO names_end_of_file.
                IF copy_done = 1 THEN
                    MOVE 'names_work.csv' TO copy_in_file_name
                    MOVE names_data_name TO copy_out_file_name
                    OPEN INPUT copy_in_file
                    OPEN OUTPUT copy_out_file
                END-IF.
                EXIT.

            *> rewrite a ;-separated text file with every field that
            *> holds the old name holding the new one
            names_rewrite_file.
                MOVE ZEROS TO names_changed.
                PERFORM names_open_rewrite.
                IF copy_done = 1 THEN
                    PERFORM names_rewrite_line
                            UNTIL names_end_of_file = 1
                    CLOSE copy_in_file
                    CLOSE copy_out_file
                END-IF.
                EXIT.

            names_rewrite_line.
                READ copy_in_file
                    AT END MOVE 1 TO names_end_of_file
                END-READ.
                IF names_end_of_file = 0 THEN
                    PERFORM names_split_line
                    IF names_line_changed = 1 THEN
                        MOVE "player" TO fix_field
                        MOVE names_data_name TO fix_record_tx
                        MOVE names_from TO fix_old_tx
                        MOVE names_to TO fix_new_tx
                        PERFORM write_correction_line
                        ADD 1 TO names_changed
                    ELSE
                        MOVE copy_in_rec TO copy_out_rec
                    END-IF
                    WRITE copy_out_rec
                END-IF.
                EXIT.

            *> split copy_in_rec at its semicolons; when a field is
            *> the old name, put the line back together in
            *> copy_out_rec with the new name in its place and every
            *> other field exactly as it was. a line with more
            *> fields than the table holds is left alone
            names_split_line.
                MOVE 0 TO names_line_changed.
                MOVE 0 TO names_overflow.
                MOVE 0 TO names_field_count.
                MOVE SPACES TO names_field_tab.
                MOVE ZEROS TO names_len_tab.
                UNSTRING copy_in_rec DELIMITED BY ';'
                    INTO names_field(1) COUNT IN names_len(1)
                         names_field(2) COUNT IN names_len(2)
                         names_field(3) COUNT IN names_len(3)
                         names_field(4) COUNT IN names_len(4)
                         names_field(5) COUNT IN names_len(5)
                         names_field(6) COUNT IN names_len(6)
                         names_field(7) COUNT IN names_len(7)
                         names_field(8) COUNT IN names_len(8)
                         names_field(9) COUNT IN names_len(9)
                         names_field(10) COUNT IN names_len(10)
                    TALLYING IN names_field_count
                    ON OVERFLOW
                        MOVE 1 TO names_overflow
                END-UNSTRING.
                IF names_overflow = 0 THEN
                    PERFORM VARYING names_k FROM 1 BY 1
                                UNTIL names_k > names_field_count
                        IF names_field(names_k) = names_from THEN
                            MOVE names_to TO names_field(names_k)
                            MOVE 16 TO names_len(names_k)
                            MOVE 1 TO names_line_changed
                        END-IF
                    END-PERFORM
                END-IF.
                IF names_line_changed = 1 THEN
                    MOVE SPACES TO copy_out_rec
                    MOVE 1 TO names_ptr
                    PERFORM VARYING names_k FROM 1 BY 1
                                UNTIL names_k > names_field_count
                        IF names_k > 1 THEN
                            STRING ";" DELIMITED BY SIZE
                                INTO copy_out_rec
                                WITH POINTER names_ptr
                            END-STRING
                        END-IF
                        IF names_len(names_k) > 0 THEN
                            STRING names_field(names_k)
                                        (1:names_len(names_k))
                                    DELIMITED BY SIZE
                                INTO copy_out_rec
                                WITH POINTER names_ptr
                            END-STRING
                        END-IF
                    END-PERFORM
                END-IF.
                EXIT.

            *> the yearly archives the month rollup and the archive
            *> run write, back to the first season played
            names_rename_archives.
                MOVE ZEROS TO names_total.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:4) TO names_cur_year.
                PERFORM VARYING names_year FROM 2021 BY 1
                                UNTIL names_year > names_cur_year
                    MOVE SPACES TO names_data_name
                    STRING "history_" names_year ".csv"
                        INTO names_data_name
                    END-STRING
                    PERFORM names_rewrite_file
                    ADD names_changed TO names_total
                END-PERFORM.
                MOVE 'history_*.csv' TO names_data_name.
                MOVE names_total TO names_changed.
                PERFORM show_names_count.
                EXIT.

            *> off the ladder and out of the profile list, history
            *> untouched: the ladder entry is parked in retired.dat
            *> (written first, so a crash can't lose it), and any
            *> challenge they stand in is withdrawn
            retire_player.
                PERFORM load_ladder.
                MOVE names_from TO rating_name.
                PERFORM find_names_ladder_entry.
                ADD 1 TO retired_count.
                MOVE names_from TO ret_name(retired_count).
                MOVE ZEROS TO ret_rating(retired_count).
                MOVE ZEROS TO ret_games(retired_count).
                IF names_idx > 0 THEN
                    MOVE lad_rating(names_idx)
                        TO ret_rating(retired_count)
                    MOVE lad_games(names_idx)
                        TO ret_games(retired_count)
                END-IF.
                PERFORM stamp_challenge_today.
                MOVE chal_today TO ret_date(retired_count).
                PERFORM save_retired.
                *> not parked, not taken off anything
                IF retired_saved = 0 THEN
                    SUBTRACT 1 FROM retired_count
                    MOVE "Not retired - retired.dat not written."
                        TO names_message
                ELSE
                    MOVE "retire" TO fix_field
                    MOVE 'retired.dat' TO fix_record_tx
                    MOVE names_from TO fix_old_tx
                    MOVE "retired" TO fix_new_tx
                    PERFORM write_correction_line
                    PERFORM retire_from_boards
                END-IF.
                EXIT.

            *> the parked player comes off the ladder and out of
            *> every challenge
            retire_from_boards.
                MOVE 'ladder.csv' TO names_data_name.
                MOVE ZEROS TO names_changed.
                IF names_idx > 0 THEN
                    MOVE "player" TO fix_field
                    MOVE names_data_name TO fix_record_tx
                    MOVE names_from TO fix_old_tx
                    MOVE "(retired)" TO fix_new_tx
                    PERFORM write_correction_line
                    PERFORM names_drop_ladder_entry
                    PERFORM save_ladder
                    IF ladder_saved = 1 THEN
                        ADD 1 TO names_changed
                    END-IF
                END-IF.
                PERFORM show_names_count.
                MOVE 'challenges.dat' TO names_data_name.
                MOVE ZEROS TO names_changed.
                PERFORM load_challenges.
                PERFORM VARYING chal_idx FROM chal_count BY -1
                                    UNTIL chal_idx < 1
                    IF chal_challenger(chal_idx) = names_from
                            OR chal_defender(chal_idx) = names_from
                            THEN
                        PERFORM names_withdraw_challenge
                    END-IF
                END-PERFORM.
                IF names_changed > 0 THEN
                    PERFORM save_challenges
                END-IF.
                PERFORM show_names_count.
                MOVE "Retired - history kept." TO names_message.
                EXIT.

            *> back on the ladder with the rating they left with;
            *> games played since under a fresh entry are folded in
            *> the way a merge folds them. the retired entry is
            *> dropped only once the ladder has it back on disk
            reinstate_player.
                MOVE names_from_retired TO retired_idx.
                MOVE 'ladder.csv' TO names_data_name.
                MOVE ZEROS TO names_changed.
                MOVE 1 TO ladder_saved.
                PERFORM load_ladder.
                MOVE names_from TO rating_name.
                PERFORM find_names_ladder_entry.
                IF ret_games(retired_idx) > 0 THEN
                    IF names_idx > 0 THEN
                        MOVE names_idx TO names_to_idx
                        MOVE ret_rating(retired_idx)
                            TO names_other_rating
                        MOVE ret_games(retired_idx)
                            TO names_other_games
                        PERFORM names_combine_ladder
                    ELSE
                        MOVE "player" TO fix_field
                        MOVE names_data_name TO fix_record_tx
                        MOVE "(retired)" TO fix_old_tx
                        MOVE names_from TO fix_new_tx
                        PERFORM write_correction_line
                        ADD 1 TO ladder_count
                        MOVE names_from TO lad_name(ladder_count)
                        MOVE ret_rating(retired_idx)
                            TO lad_rating(ladder_count)
                        MOVE ret_games(retired_idx)
                            TO lad_games(ladder_count)
                    END-IF
                    PERFORM save_ladder
                    IF ladder_saved = 1 THEN
                        ADD 1 TO names_changed
                    END-IF
                END-IF.
                PERFORM show_names_count.
                IF ladder_saved = 0 THEN
                    MOVE "Not reinstated - ladder.csv not written."
                        TO names_message
                ELSE
                    PERFORM drop_retired_entry
                END-IF.
                EXIT.

            *> the reinstated player off the retired list
            drop_retired_entry.
                PERFORM VARYING names_shift_idx FROM retired_idx BY 1
                                UNTIL names_shift_idx >= retired_count
                    MOVE retired_tab(names_shift_idx + 1)
                        TO retired_tab(names_shift_idx)
                END-PERFORM.
                SUBTRACT 1 FROM retired_count.
                PERFORM save_retired.
                IF retired_saved = 0 THEN
                    MOVE "On the ladder, but retired.dat not written."
                        TO names_message
                ELSE
                    MOVE "retire" TO fix_field
                    MOVE 'retired.dat' TO fix_record_tx
                    MOVE names_from TO fix_old_tx
                    MOVE "reinstated" TO fix_new_tx
                    PERFORM write_correction_line
                    MOVE "Reinstated." TO names_message
                END-IF.
                EXIT.

            *> retired_check's entry in the retired list
            *> (retired_idx), 0 when they are not retired
            find_retired.
                MOVE 0 TO retired_idx.
                PERFORM VARYING names_k FROM 1 BY 1
                                    UNTIL names_k > retired_count
                                          OR retired_idx > 0
                    IF ret_name(names_k) = retired_check THEN
                        MOVE names_k TO retired_idx
                    END-IF
                END-PERFORM.
                EXIT.

            *> the retired list, each line checked the way the
            *> ladder's are before it is trusted
            load_retired.
                MOVE 0 TO retired_count.
                MOVE 0 TO retired_end_of_file.
                OPEN INPUT retired_file.
                IF retired_file_status = "00" THEN
                    PERFORM UNTIL retired_end_of_file = 1
                                    OR retired_count >= RETIRED_MAX
                        READ retired_file
                            AT END MOVE 1 TO retired_end_of_file
                        END-READ
                        IF retired_end_of_file = 0 THEN
                            ADD 1 TO retired_count
                            PERFORM validate_retired_record
                            IF retired_line_valid = 0 THEN
                                SUBTRACT 1 FROM retired_count
                                DISPLAY "Skipping bad retired line: "
                                    retired_line
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE retired_file
                END-IF.
                EXIT.

            *> exactly 4 fields: a name, the rating and games they
            *> left the ladder with, and the yyyymmdd they retired
            validate_retired_record.
                MOVE 1 TO retired_line_valid.
                MOVE SPACES TO retired_trailing_field.
                MOVE 0 TO retired_field_count.
                UNSTRING retired_line DELIMITED BY ';'
                    INTO ret_name(retired_count)
                         ret_rating(retired_count)
                         ret_games(retired_count)
                         ret_date(retired_count)
                         retired_trailing_field
                    TALLYING IN retired_field_count
                END-UNSTRING.
                IF retired_field_count NOT = 4
                    OR ret_name(retired_count) = SPACES
                    OR ret_rating(retired_count) NOT NUMERIC
                    OR ret_games(retired_count) NOT NUMERIC
                    OR ret_date(retired_count) NOT NUMERIC
                    OR retired_trailing_field NOT = SPACES THEN
                    MOVE 0 TO retired_line_valid
                END-IF.
                EXIT.

            *> retired_saved 1 once the whole list is on disk
            save_retired.
                MOVE 0 TO retired_saved.
                MOVE ZEROS TO lock_tries.
                PERFORM open_retired_output.
                PERFORM clear_busy_notice.
                IF retired_file_status NOT = "00" THEN
                    MOVE retired_file_name TO lock_file_tx
                    MOVE retired_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM VARYING names_k FROM 1 BY 1
                                        UNTIL names_k > retired_count
                        MOVE SPACES TO retired_line
                        STRING ret_name(names_k) ";"
                               ret_rating(names_k) ";"
                               ret_games(names_k) ";"
                               ret_date(names_k)
                            INTO retired_line
                        END-STRING
                        WRITE retired_line
                    END-PERFORM
                    CLOSE retired_file
                    MOVE 1 TO retired_saved
                END-IF.
                EXIT.

            *> as open_profiles_output
            open_retired_output.
                OPEN OUTPUT SHARING WITH NO OTHER retired_file.
                IF retired_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE retired_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_retired_output
                END-IF.
                EXIT.

            *> condense every closed, not-yet-summarized month of
            *> master detail into month_summary.csv and move the
            *> detail itself into the yearly archives - lifetime
            *> totals stay whole after any archive or purge, and
            *> the stats screen stops rereading years of records
            month_rollup_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Month-end rollup" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:6) TO rollup_cur_month.
                PERFORM roll_up_closed_months.
                IF master_found = 1 THEN
                    DISPLAY "Records rolled up:" AT LINE 8 COLUMN 10
                    DISPLAY rollup_count AT LINE 8 COLUMN 29
                            WITH FOREGROUND-COLOR green
                    IF rollup_skipped > 0 THEN
                        DISPLAY "Left (month already summarized):"
                            AT LINE 9 COLUMN 10
                        DISPLAY rollup_skipped
                            AT LINE 9 COLUMN 43
                            WITH FOREGROUND-COLOR brown
                    END-IF
                    IF rollup_deferred > 0 THEN
                        DISPLAY "Deferred (month table full -"
                            AT LINE 10 COLUMN 10
                        DISPLAY "rerun picks them up):"
                            AT LINE 11 COLUMN 10
                        DISPLAY rollup_deferred
                            AT LINE 11 COLUMN 32
                            WITH FOREGROUND-COLOR red
                    END-IF
                    IF rollup_held_months > 0 THEN
                        DISPLAY "Month(s) held, too many players:"
                            AT LINE 12 COLUMN 10
                            WITH FOREGROUND-COLOR red
                        DISPLAY rollup_held_months
                            AT LINE 12 COLUMN 43
                            WITH FOREGROUND-COLOR red
                    END-IF
                ELSE
                    DISPLAY "No game history found."
                        AT LINE 8 COLUMN 10
                END-IF.
                DISPLAY "Press any key" AT LINE 14 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> the rollup itself, with no screen of its own: every
            *> month before rollup_cur_month that isn't summarized
            *> yet is condensed and purged
            roll_up_closed_months.
                PERFORM load_known_months.
                MOVE ZEROS TO rollup_count.
                MOVE ZEROS TO rollup_skipped.
                MOVE ZEROS TO rollup_deferred.
                MOVE ZEROS TO rollup_held.
                MOVE ZEROS TO rollup_held_months.
                MOVE 0 TO rollup_month_count.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > ROLLUP_MONTH_MAX
                    MOVE ZEROS TO roll_month(i)
                    MOVE ZEROS TO roll_games(i)
                    MOVE ZEROS TO roll_hwins(i)
                    MOVE ZEROS TO roll_rounds(i)
                    MOVE 0 TO roll_p_count(i)
                    MOVE 0 TO roll_deferred(i)
                END-PERFORM.
                *> pass one only reads and tallies - nothing
                *> leaves the master until the summaries are safe
                *> on disk, so a crash anywhere can never strand a
                *> half-summarized month
                MOVE 0 TO rollup_end_of_file.
                MOVE 0 TO master_found.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE 1 TO master_found
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO rollup_end_of_file
                    END-START
                    PERFORM rollup_tally_one
                            UNTIL rollup_end_of_file = 1
                    CLOSE master_file
                    PERFORM append_month_summaries
                    *> pass two: archive and purge exactly what
                    *> pass one tallied; a crash between the two
                    *> leaves summarized detail in the master,
                    *> which Statistics already knows to skip
                    MOVE 0 TO rollup_end_of_file
                    OPEN I-O master_file
                    IF master_file_status = "00" THEN
                        MOVE ZEROS TO master_game_id
                        START master_file
                            KEY NOT < master_game_id
                            INVALID KEY
                                MOVE 1 TO rollup_end_of_file
                        END-START
                        PERFORM rollup_purge_one
                                UNTIL rollup_end_of_file = 1
                        CLOSE master_file
                    END-IF
                    PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > rollup_month_count
                        IF roll_deferred(i) = 1 THEN
                            ADD 1 TO rollup_held_months
                        END-IF
                    END-PERFORM
                END-IF.
                EXIT.

            *> which months the summary file already covers
            load_known_months.
                MOVE 0 TO known_month_count.
                MOVE 0 TO rollup_end_of_file.
                OPEN INPUT summary_file.
                IF summary_file_status = "00" THEN
                    PERFORM UNTIL rollup_end_of_file = 1
                        READ summary_file
                            AT END MOVE 1 TO rollup_end_of_file
                        END-READ
                        IF rollup_end_of_file = 0 THEN
                            PERFORM load_one_known_month
                        END-IF
                    END-PERFORM
                    CLOSE summary_file
                END-IF.
                MOVE 0 TO rollup_end_of_file.
                EXIT.

            load_one_known_month.
                MOVE SPACES TO known_month_tx.
                MOVE SPACE TO known_type_tx.
                UNSTRING summary_line DELIMITED BY ';'
                    INTO known_month_tx, known_type_tx
                END-UNSTRING.
                IF known_month_tx NUMERIC
                        AND known_type_tx = "S"
                        AND known_month_count < KNOWN_MONTH_MAX THEN
                    ADD 1 TO known_month_count
                    MOVE known_month_tx
                        TO known_month(known_month_count)
                END-IF.
                EXIT.

            *> the live master no longer holds a rolled-up month's
            *> detail, so any run that reads only the master must
            *> say so when its range reaches into one
            check_rolled_in_range.
                MOVE 0 TO rolled_in_range.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > known_month_count
                                          OR rolled_in_range = 1
                    IF known_month(i) >= range_month_lo
                            AND known_month(i)
                                    <= range_month_hi THEN
                        MOVE 1 TO rolled_in_range
                    END-IF
                END-PERFORM.
                EXIT.

            *> pass one, next record: a closed, unsummarized
            *> month's record is tallied in memory; the current
            *> month and already-summarized months stay put
            rollup_tally_one.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO rollup_end_of_file
                END-READ.
                IF rollup_end_of_file = 0 THEN
                    COMPUTE rollup_rec_month = master_id_date / 100
                    IF rollup_rec_month < rollup_cur_month THEN
                        PERFORM rollup_check_known
                        IF rollup_found = 1 THEN
                            ADD 1 TO rollup_skipped
                        ELSE
                            PERFORM rollup_tally_record
                            *> a record the full tables couldn't
                            *> take stays in the master; a full
                            *> month table just waits for a rerun,
                            *> but a full player table poisons its
                            *> whole month's summary, so that
                            *> month is held back entirely
                            IF rollup_ok = 0 THEN
                                IF rollup_idx = 0 THEN
                                    ADD 1 TO rollup_deferred
                                ELSE
                                    MOVE 1
                                        TO roll_deferred(rollup_idx)
                                    ADD 1 TO rollup_held
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> pass two, next record: purge only what pass one
            *> truly tallied - its month summarized this run, its
            *> player present in that month's table
            rollup_purge_one.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO rollup_end_of_file
                END-READ.
                IF rollup_end_of_file = 0 THEN
                    COMPUTE rollup_rec_month = master_id_date / 100
                    IF rollup_rec_month < rollup_cur_month THEN
                        PERFORM rollup_check_known
                        IF rollup_found = 0 THEN
                            PERFORM rollup_find_month
                            IF rollup_idx > 0
                                    AND roll_games(rollup_idx) > 0
                                    AND roll_deferred(rollup_idx)
                                            = 0 THEN
                                PERFORM rollup_lookup_player
                                IF rollup_p_idx > 0 THEN
                                    PERFORM rollup_archive_record
                                    ADD 1 TO rollup_count
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            rollup_check_known.
                MOVE 0 TO rollup_found.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > known_month_count
                                          OR rollup_found = 1
                    IF known_month(i) = rollup_rec_month THEN
                        MOVE 1 TO rollup_found
                    END-IF
                END-PERFORM.
                EXIT.

            rollup_find_month.
                MOVE 0 TO rollup_idx.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > rollup_month_count
                                          OR rollup_idx > 0
                    IF roll_month(i) = rollup_rec_month THEN
                        MOVE i TO rollup_idx
                    END-IF
                END-PERFORM.
                EXIT.

            *> land the record in both a month slot and a player
            *> slot, or not at all - rollup_ok says whether every
            *> counter took it, and only then may pass two purge it
            rollup_tally_record.
                MOVE 0 TO rollup_ok.
                PERFORM rollup_find_month.
                IF rollup_idx = 0
                        AND rollup_month_count
                                < ROLLUP_MONTH_MAX THEN
                    ADD 1 TO rollup_month_count
                    MOVE rollup_month_count TO rollup_idx
                    MOVE rollup_rec_month TO roll_month(rollup_idx)
                END-IF.
                IF rollup_idx > 0 THEN
                    PERFORM rollup_find_player_slot
                END-IF.
                IF rollup_idx > 0 AND rollup_p_idx > 0 THEN
                    MOVE 1 TO rollup_ok
                    ADD 1 TO roll_games(rollup_idx)
                    ADD master_h_rounds TO roll_rounds(rollup_idx)
                    IF master_winner = "H" THEN
                        ADD 1 TO roll_hwins(rollup_idx)
                    END-IF
                    ADD 1 TO roll_p_games(rollup_idx, rollup_p_idx)
                    IF master_winner = "H" THEN
                        ADD 1
                            TO roll_p_wins(rollup_idx, rollup_p_idx)
                    END-IF
                END-IF.
                EXIT.

            *> the record itself keeps its blank legacy name; only
            *> the tally row wears the guest label
            rollup_lookup_player.
                MOVE master_player TO roll_tally_name.
                IF roll_tally_name = SPACES THEN
                    MOVE "(no name)" TO roll_tally_name
                END-IF.
                MOVE 0 TO rollup_p_idx.
                PERFORM VARYING j FROM 1 BY 1
                                UNTIL j > roll_p_count(rollup_idx)
                                      OR rollup_p_idx > 0
                    IF roll_p_name(rollup_idx, j)
                            = roll_tally_name THEN
                        MOVE j TO rollup_p_idx
                    END-IF
                END-PERFORM.
                EXIT.

            rollup_find_player_slot.
                PERFORM rollup_lookup_player.
                IF rollup_p_idx = 0
                        AND roll_p_count(rollup_idx)
                                < ROLLUP_PLAYER_MAX THEN
                    ADD 1 TO roll_p_count(rollup_idx)
                    MOVE roll_p_count(rollup_idx) TO rollup_p_idx
                    MOVE roll_tally_name
                        TO roll_p_name(rollup_idx, rollup_p_idx)
                    MOVE ZEROS
                        TO roll_p_games(rollup_idx, rollup_p_idx)
                    MOVE ZEROS
                        TO roll_p_wins(rollup_idx, rollup_p_idx)
                END-IF.
                EXIT.

            *> the detail record moves to its year's archive file
            *> and leaves the master, exactly as the archive run
            *> files it
            rollup_archive_record.
                MOVE SPACES TO archive_file_name.
                STRING "history_" master_id_date(1:4) ".csv"
                    INTO archive_file_name
                END-STRING.
                OPEN EXTEND archive_file.
                IF archive_file_status = "35" THEN
                    OPEN OUTPUT archive_file
                END-IF.
                MOVE SPACES TO archive_line.
                STRING master_game_id ";"
                       master_player ";"
                       master_h_score ";"
                       master_h_hits ";"
                       master_h_rounds ";"
                       master_c_score ";"
                       master_c_hits ";"
                       master_c_rounds ";"
                       master_winner
                    INTO archive_line
                END-STRING.
                WRITE archive_line.
                CLOSE archive_file.
                DELETE master_file RECORD.
                EXIT.

            *> append the fresh months to the summary file: one S
            *> line per month, then its P lines per player - on
            *> disk before pass two purges a single record
            append_month_summaries.
                IF rollup_month_count > 0 THEN
                    OPEN EXTEND summary_file
                    IF summary_file_status = "35" THEN
                        OPEN OUTPUT summary_file
                    END-IF
                    PERFORM VARYING rollup_idx FROM 1 BY 1
                                UNTIL rollup_idx > rollup_month_count
                        PERFORM write_month_lines
                    END-PERFORM
                    CLOSE summary_file
                END-IF.
                EXIT.

            *> an empty slot, or a month held back because its
            *> player table overflowed, writes nothing - an S line
            *> would mark the month summarized and lose whatever
            *> detail stayed behind from the lifetime totals
            write_month_lines.
                IF roll_games(rollup_idx) > 0
                        AND roll_deferred(rollup_idx) = 0 THEN
                    MOVE SPACES TO summary_line
                    STRING roll_month(rollup_idx) ";S;"
                           roll_games(rollup_idx) ";"
                           roll_hwins(rollup_idx) ";"
                           roll_rounds(rollup_idx)
                        INTO summary_line
                    END-STRING
                    WRITE summary_line
                    PERFORM VARYING j FROM 1 BY 1
                                UNTIL j > roll_p_count(rollup_idx)
                        MOVE SPACES TO summary_line
                        STRING roll_month(rollup_idx) ";P;"
                               roll_p_name(rollup_idx, j) ";"
                               roll_p_games(rollup_idx, j) ";"
                               roll_p_wins(rollup_idx, j)
                            INTO summary_line
                        END-STRING
                        WRITE summary_line
                    END-PERFORM
                END-IF.
                EXIT.

            *> the league's data files, one per slot, for the backup
            *> and restore runs; the master travels separately as a
            *> text dump because an indexed file can't be copied as
            *> lines
            set_backup_data_name.
                EVALUATE backup_idx
                    WHEN 1
                        MOVE 'ladder.csv' TO backup_data_name
                    WHEN 2
                        MOVE 'medals.csv' TO backup_data_name
                    WHEN 3
                        MOVE 'profiles.dat' TO backup_data_name
                    WHEN 4
                        MOVE 'fleet.dat' TO backup_data_name
                    WHEN 5
                        MOVE 'tournament.dat' TO backup_data_name
                    WHEN 6
                        MOVE 'hall_of_fame.csv' TO backup_data_name
                    WHEN 7
                        MOVE 'hall_of_fame_cpu.csv'
                            TO backup_data_name
                    WHEN 8
                        MOVE 'campaign.dat' TO backup_data_name
                    WHEN 9
                        MOVE 'month_summary.csv'
                            TO backup_data_name
                    WHEN 10
                        MOVE 'series_results.csv'
                            TO backup_data_name
                    WHEN 11
                        MOVE 'challenges.dat' TO backup_data_name
                    WHEN 12
                        MOVE 'challenges_log.csv'
                            TO backup_data_name
                    WHEN 13
                        MOVE 'puzzles.dat' TO backup_data_name
                    WHEN 14
                        MOVE 'puzzle_results.csv'
                            TO backup_data_name
                    WHEN OTHER
                        MOVE 'retired.dat' TO backup_data_name
                END-EVALUATE.
                EXIT.

            *> snapshot every data file into a new dated generation
            *> set, verify each copy by reading it back, and retire
            *> the oldest set once more than BACKUP_KEEP exist -
            *> the March disk death must never cost a season again
            backup_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Backup data files" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "=================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE 6 TO backup_screen_line.
                PERFORM write_backup_generation.
                ADD 1 TO backup_screen_line.
                IF backup_fail = 0 THEN
                    DISPLAY "Backup set written and verified."
                        AT LINE backup_screen_line COLUMN 10
                        WITH FOREGROUND-COLOR green
                ELSE
                    *> a set that failed its read-back must not be
                    *> cataloged as something restorable
                    DISPLAY "Backup FAILED verify - not cataloged."
                        AT LINE backup_screen_line COLUMN 10
                        WITH FOREGROUND-COLOR red
                END-IF.
                ADD 2 TO backup_screen_line.
                DISPLAY "Press any key"
                    AT LINE backup_screen_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> the generation itself, with no screen of its own
            *> beyond the per-file lines (which the end-of-day run
            *> goes without): a set that fails its read-back must
            *> not be cataloged as something restorable
            write_backup_generation.
                PERFORM load_backup_catalog.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO backup_new_date.
                IF backup_gen_count > 0 THEN
                    COMPUTE backup_new_seq =
                        bk_gen_seq(backup_gen_count) + 1
                ELSE
                    MOVE 1 TO backup_new_seq
                END-IF.
                MOVE 0 TO backup_fail.
                MOVE ZEROS TO backup_dumped.
                PERFORM backup_master_dump.
                PERFORM backup_detail_dump.
                PERFORM VARYING backup_idx FROM 1 BY 1
                                    UNTIL backup_idx > BACKUP_FILES
                    PERFORM set_backup_data_name
                    PERFORM backup_one_file
                END-PERFORM.
                IF backup_fail = 0 THEN
                    IF backup_gen_count < BACKUP_GEN_MAX THEN
                        ADD 1 TO backup_gen_count
                        MOVE backup_new_date
                            TO bk_gen_date(backup_gen_count)
                        MOVE backup_new_seq
                            TO bk_gen_seq(backup_gen_count)
                    END-IF
                    PERFORM trim_backup_generations
                    PERFORM save_backup_catalog
                END-IF.
                EXIT.

            *> dump the indexed master to this set's text file and
            *> verify the dump by counting it back
            backup_master_dump.
                MOVE SPACES TO copy_out_file_name.
                STRING "bak_" backup_new_seq "_game_master.csv"
                    INTO copy_out_file_name
                END-STRING.
                MOVE ZEROS TO copy_src_count.
                MOVE ZEROS TO copy_dst_count.
                MOVE 0 TO backup_end_of_file.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    OPEN OUTPUT copy_out_file
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO backup_end_of_file
                    END-START
                    PERFORM dump_one_master_record
                            UNTIL backup_end_of_file = 1
                    CLOSE copy_out_file
                    CLOSE master_file
                    MOVE copy_out_file_name TO copy_in_file_name
                    PERFORM count_copy_in_lines
                    MOVE copy_src_count TO backup_dumped
                    IF copy_dst_count NOT = copy_src_count THEN
                        MOVE 1 TO backup_fail
                    END-IF
                    IF BATCH_MODE = 0 THEN
                        PERFORM show_master_dump_line
                    END-IF
                ELSE
                    IF BATCH_MODE = 0 THEN
                        DISPLAY "game_master.dat missing - skipped"
                            AT LINE backup_screen_line COLUMN 10
                    END-IF
                END-IF.
                ADD 1 TO backup_screen_line.
                EXIT.

            *> the detail file rides along the same way: its
            *> records go to the set one to a line, exactly as laid
            *> out, and are counted back
            backup_detail_dump.
                MOVE SPACES TO copy_out_file_name.
                STRING "bak_" backup_new_seq "_game_detail.txt"
                    INTO copy_out_file_name
                END-STRING.
                MOVE ZEROS TO copy_src_count.
                MOVE ZEROS TO copy_dst_count.
                MOVE 0 TO backup_end_of_file.
                OPEN INPUT detail_file.
                IF detail_file_status = "00" THEN
                    OPEN OUTPUT copy_out_file
                    MOVE ZEROS TO detail_game_id
                    START detail_file
                        KEY NOT < detail_game_id
                        INVALID KEY
                            MOVE 1 TO backup_end_of_file
                    END-START
                    PERFORM dump_one_detail_record
                            UNTIL backup_end_of_file = 1
                    CLOSE copy_out_file
                    CLOSE detail_file
                    MOVE copy_out_file_name TO copy_in_file_name
                    PERFORM count_copy_in_lines
                    IF copy_dst_count NOT = copy_src_count THEN
                        MOVE 1 TO backup_fail
                    END-IF
                    IF BATCH_MODE = 0 THEN
                        PERFORM show_detail_dump_line
                    END-IF
                ELSE
                    IF BATCH_MODE = 0 THEN
                        DISPLAY "game_detail.dat missing - skipped"
                            AT LINE backup_screen_line COLUMN 10
                    END-IF
                END-IF.
                ADD 1 TO backup_screen_line.
                EXIT.

            dump_one_detail_record.
                READ detail_file NEXT RECORD
                    AT END MOVE 1 TO backup_end_of_file
                END-READ.
                IF backup_end_of_file = 0 THEN
                    MOVE SPACES TO copy_out_rec
                    MOVE detail_record TO copy_out_rec
                    WRITE copy_out_rec
                    ADD 1 TO copy_src_count
                END-IF.
                EXIT.

            show_detail_dump_line.
                IF copy_dst_count NOT = copy_src_count THEN
                    DISPLAY "game_detail.dat dump FAILED"
                        AT LINE backup_screen_line COLUMN 10
                        WITH FOREGROUND-COLOR red
                ELSE
                    DISPLAY "game_detail.dat dumped, records:"
                        AT LINE backup_screen_line COLUMN 10
                    DISPLAY copy_src_count
                        AT LINE backup_screen_line COLUMN 43
                        WITH FOREGROUND-COLOR green
                END-IF.
                EXIT.

            show_master_dump_line.
                IF copy_dst_count NOT = copy_src_count THEN
                    DISPLAY "game_master.dat dump FAILED"
                        AT LINE backup_screen_line COLUMN 10
                        WITH FOREGROUND-COLOR red
                ELSE
                    DISPLAY "game_master.dat dumped, records:"
                        AT LINE backup_screen_line COLUMN 10
                    DISPLAY copy_src_count
                        AT LINE backup_screen_line COLUMN 43
                        WITH FOREGROUND-COLOR green
                END-IF.
                EXIT.

            *> one master record as one portable text line, the
            *> same field layout the archive files use
            dump_one_master_record.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO backup_end_of_file
                END-READ.
                IF backup_end_of_file = 0 THEN
                    MOVE SPACES TO copy_out_rec
                    STRING master_game_id ";"
                           master_player ";"
                           master_h_score ";"
                           master_h_hits ";"
                           master_h_rounds ";"
                           master_c_score ";"
                           master_c_hits ";"
                           master_c_rounds ";"
                           master_winner
                        INTO copy_out_rec
                    END-STRING
                    WRITE copy_out_rec
                    ADD 1 TO copy_src_count
                END-IF.
                EXIT.

            count_copy_in_lines.
                MOVE ZEROS TO copy_dst_count.
                MOVE 0 TO copy_end_of_file.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    PERFORM UNTIL copy_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO copy_end_of_file
                        END-READ
                        IF copy_end_of_file = 0 THEN
                            ADD 1 TO copy_dst_count
                        END-IF
                    END-PERFORM
                    CLOSE copy_in_file
                END-IF.
                EXIT.

            *> copy one live data file into the new set and verify
            *> it line by line; a file that doesn't exist yet is
            *> simply skipped
            backup_one_file.
                MOVE backup_data_name TO copy_in_file_name.
                MOVE SPACES TO copy_out_file_name.
                STRING "bak_" backup_new_seq "_" DELIMITED BY SIZE
                       backup_data_name DELIMITED BY SPACE
                    INTO copy_out_file_name
                END-STRING.
                PERFORM copy_plain_file.
                MOVE 0 TO copy_mismatch.
                IF copy_done = 1 THEN
                    PERFORM verify_one_copy
                    IF copy_mismatch = 1 THEN
                        MOVE 1 TO backup_fail
                    END-IF
                END-IF.
                IF BATCH_MODE = 0 THEN
                    PERFORM show_backup_file_line
                END-IF.
                ADD 1 TO backup_screen_line.
                EXIT.

            show_backup_file_line.
                DISPLAY backup_data_name
                    AT LINE backup_screen_line COLUMN 10.
                IF copy_done = 0 THEN
                    DISPLAY "missing - skipped"
                        AT LINE backup_screen_line COLUMN 32
                ELSE
                    IF copy_mismatch = 1 THEN
                        DISPLAY "verify FAILED"
                            AT LINE backup_screen_line COLUMN 32
                            WITH FOREGROUND-COLOR red
                    ELSE
                        DISPLAY "copied + verified"
                            AT LINE backup_screen_line COLUMN 32
                            WITH FOREGROUND-COLOR green
                    END-IF
                END-IF.
                EXIT.

            *> line-for-line copy of copy_in_file to copy_out_file;
            *> copy_done says whether the source existed at all
            copy_plain_file.
                MOVE 0 TO copy_done.
                MOVE ZEROS TO copy_src_count.
                MOVE 0 TO copy_end_of_file.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    OPEN OUTPUT copy_out_file
                    PERFORM UNTIL copy_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO copy_end_of_file
                        END-READ
                        IF copy_end_of_file = 0 THEN
                            MOVE copy_in_rec TO copy_out_rec
                            WRITE copy_out_rec
                            ADD 1 TO copy_src_count
                        END-IF
                    END-PERFORM
                    CLOSE copy_out_file
                    CLOSE copy_in_file
                    MOVE 1 TO copy_done
                END-IF.
                EXIT.

            *> read source and copy side by side; any differing
            *> line, or one file ending early, fails the verify
            verify_one_copy.
                MOVE 0 TO copy_mismatch.
                MOVE 0 TO copy_src_end.
                MOVE 0 TO copy_dst_end.
                OPEN INPUT copy_in_file.
                OPEN INPUT copy_out_file.
                PERFORM verify_copy_pair
                        UNTIL copy_src_end = 1
                              OR copy_dst_end = 1
                              OR copy_mismatch = 1.
                IF copy_src_end NOT = copy_dst_end THEN
                    MOVE 1 TO copy_mismatch
                END-IF.
                CLOSE copy_in_file.
                CLOSE copy_out_file.
                EXIT.

            verify_copy_pair.
                READ copy_in_file
                    AT END MOVE 1 TO copy_src_end
                END-READ.
                READ copy_out_file
                    AT END MOVE 1 TO copy_dst_end
                END-READ.
                IF copy_src_end = 0 AND copy_dst_end = 0
                        AND copy_in_rec NOT = copy_out_rec THEN
                    MOVE 1 TO copy_mismatch
                END-IF.
                EXIT.

            *> retire the oldest sets until only BACKUP_KEEP remain
            trim_backup_generations.
                PERFORM UNTIL backup_gen_count <= BACKUP_KEEP
                    MOVE bk_gen_seq(1) TO backup_old_seq
                    PERFORM delete_backup_generation
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i >= backup_gen_count
                        ADD 1 TO i GIVING j
                        MOVE backup_gen_tab(j) TO backup_gen_tab(i)
                    END-PERFORM
                    SUBTRACT 1 FROM backup_gen_count
                END-PERFORM.
                EXIT.

            *> drop every file of the generation in backup_old_seq
            delete_backup_generation.
                MOVE SPACES TO copy_in_file_name.
                STRING "bak_" backup_old_seq "_game_master.csv"
                    INTO copy_in_file_name
                END-STRING.
                CALL "CBL_DELETE_FILE" USING copy_in_file_name.
                MOVE SPACES TO copy_in_file_name.
                STRING "bak_" backup_old_seq "_game_detail.txt"
                    INTO copy_in_file_name
                END-STRING.
                CALL "CBL_DELETE_FILE" USING copy_in_file_name.
                PERFORM VARYING backup_idx FROM 1 BY 1
                                    UNTIL backup_idx > BACKUP_FILES
                    PERFORM set_backup_data_name
                    MOVE SPACES TO copy_in_file_name
                    STRING "bak_" backup_old_seq "_"
                                DELIMITED BY SIZE
                           backup_data_name DELIMITED BY SPACE
                        INTO copy_in_file_name
                    END-STRING
                    CALL "CBL_DELETE_FILE" USING copy_in_file_name
                END-PERFORM.
                EXIT.

            load_backup_catalog.
                MOVE 0 TO backup_gen_count.
                MOVE 0 TO backup_end_of_file.
                OPEN INPUT catalog_file.
                IF catalog_file_status = "00" THEN
                    PERFORM UNTIL backup_end_of_file = 1
                        READ catalog_file
                            AT END MOVE 1 TO backup_end_of_file
                        END-READ
                        IF backup_end_of_file = 0 THEN
                            PERFORM load_one_catalog_line
                        END-IF
                    END-PERFORM
                    CLOSE catalog_file
                END-IF.
                EXIT.

            *> a catalog line is "yyyymmdd;seq"; anything else is a
            *> hand-damaged line and is dropped, the same stance the
            *> other hand-editable files get
            load_one_catalog_line.
                MOVE SPACES TO backup_gen_date_tx.
                MOVE SPACES TO backup_gen_seq_tx.
                UNSTRING catalog_line DELIMITED BY ';'
                    INTO backup_gen_date_tx, backup_gen_seq_tx
                END-UNSTRING.
                IF backup_gen_date_tx NUMERIC
                        AND backup_gen_seq_tx NUMERIC
                        AND backup_gen_count < BACKUP_GEN_MAX THEN
                    ADD 1 TO backup_gen_count
                    MOVE backup_gen_date_tx
                        TO bk_gen_date(backup_gen_count)
                    MOVE backup_gen_seq_tx
                        TO bk_gen_seq(backup_gen_count)
                END-IF.
                EXIT.

            save_backup_catalog.
                OPEN OUTPUT catalog_file.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > backup_gen_count
                    MOVE SPACES TO catalog_line
                    STRING bk_gen_date(i) ";" bk_gen_seq(i)
                        INTO catalog_line
                    END-STRING
                    WRITE catalog_line
                END-PERFORM.
                CLOSE catalog_file.
                EXIT.

            *> list the kept generations and put the chosen one
            *> back, every data file plus the rebuilt master
            restore_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Restore data files" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "==================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                PERFORM load_backup_catalog.
                IF backup_gen_count = 0 THEN
                    DISPLAY "No backup sets found."
                        AT LINE 6 COLUMN 10
                    DISPLAY "Press any key" AT LINE 8 COLUMN 10
                            BLINK
                    ACCEPT OMITTED AT LINE 30
                ELSE
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > backup_gen_count
                        ADD 5 TO i GIVING screen_line
                        DISPLAY i AT LINE screen_line COLUMN 10
                                WITH FOREGROUND-COLOR cyan
                        DISPLAY bk_gen_date(i)
                                AT LINE screen_line COLUMN 14
                                WITH FOREGROUND-COLOR brown
                        DISPLAY "set" AT LINE screen_line COLUMN 24
                        DISPLAY bk_gen_seq(i)
                                AT LINE screen_line COLUMN 28
                                WITH FOREGROUND-COLOR green
                    END-PERFORM
                    MOVE 0 TO backup_pick
                    ACCEPT restore_pick_screen
                    IF backup_pick >= 1
                            AND backup_pick <= backup_gen_count THEN
                        MOVE bk_gen_seq(backup_pick)
                            TO backup_old_seq
                        PERFORM restore_generation
                    END-IF
                END-IF.
                EXIT.

            restore_generation.
                MOVE 12 TO backup_screen_line.
                PERFORM restore_master_dump.
                PERFORM restore_detail_dump.
                PERFORM VARYING backup_idx FROM 1 BY 1
                                    UNTIL backup_idx > BACKUP_FILES
                    PERFORM set_backup_data_name
                    PERFORM restore_one_file
                END-PERFORM.
                ADD 1 TO backup_screen_line.
                DISPLAY "Restore complete."
                    AT LINE backup_screen_line COLUMN 10
                    WITH FOREGROUND-COLOR green.
                ADD 2 TO backup_screen_line.
                DISPLAY "Press any key"
                    AT LINE backup_screen_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            restore_one_file.
                MOVE SPACES TO copy_in_file_name.
                STRING "bak_" backup_old_seq "_" DELIMITED BY SIZE
                       backup_data_name DELIMITED BY SPACE
                    INTO copy_in_file_name
                END-STRING.
                MOVE backup_data_name TO copy_out_file_name.
                PERFORM copy_plain_file.
                DISPLAY backup_data_name
                    AT LINE backup_screen_line COLUMN 10.
                IF copy_done = 1 THEN
                    DISPLAY "restored"
                        AT LINE backup_screen_line COLUMN 32
                        WITH FOREGROUND-COLOR green
                ELSE
                    DISPLAY "not in this set"
                        AT LINE backup_screen_line COLUMN 32
                END-IF.
                ADD 1 TO backup_screen_line.
                EXIT.

            *> rebuild the indexed master from the set's text dump
            restore_master_dump.
                MOVE SPACES TO copy_in_file_name.
                STRING "bak_" backup_old_seq "_game_master.csv"
                    INTO copy_in_file_name
                END-STRING.
                MOVE ZEROS TO copy_dst_count.
                MOVE 0 TO copy_end_of_file.
                OPEN INPUT copy_in_file.
                DISPLAY "game_master.dat"
                    AT LINE backup_screen_line COLUMN 10.
                IF copy_in_file_status = "00" THEN
                    OPEN OUTPUT master_file
                    PERFORM UNTIL copy_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO copy_end_of_file
                        END-READ
                        IF copy_end_of_file = 0 THEN
                            MOVE copy_in_rec TO port_line
                            PERFORM parse_portable_line
                            IF port_line_valid = 1 THEN
                                PERFORM write_master_record
                                ADD 1 TO copy_dst_count
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE master_file
                    CLOSE copy_in_file
                    DISPLAY "rebuilt, records:"
                        AT LINE backup_screen_line COLUMN 32
                    DISPLAY copy_dst_count
                        AT LINE backup_screen_line COLUMN 50
                        WITH FOREGROUND-COLOR green
                ELSE
                    DISPLAY "not in this set"
                        AT LINE backup_screen_line COLUMN 32
                END-IF.
                ADD 1 TO backup_screen_line.
                EXIT.

            *> reload the detail file from the set's dump; a line
            *> whose key or switches aren't digits is hand damage
            *> and stays out. a set from before the detail was
            *> backed up leaves the live file as it is
            restore_detail_dump.
                MOVE SPACES TO copy_in_file_name.
                STRING "bak_" backup_old_seq "_game_detail.txt"
                    INTO copy_in_file_name
                END-STRING.
                MOVE ZEROS TO copy_dst_count.
                MOVE 0 TO copy_end_of_file.
                OPEN INPUT copy_in_file.
                DISPLAY "game_detail.dat"
                    AT LINE backup_screen_line COLUMN 10.
                IF copy_in_file_status = "00" THEN
                    OPEN OUTPUT detail_file
                    PERFORM UNTIL copy_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO copy_end_of_file
                        END-READ
                        IF copy_end_of_file = 0 THEN
                            MOVE copy_in_rec TO detail_record
                            IF detail_game_id NUMERIC
                                    AND detail_mode NUMERIC
                                    AND detail_difficulty NUMERIC
                                    AND detail_salvo NUMERIC
                                    AND detail_blitz NUMERIC
                                    AND detail_sudden NUMERIC
                                    AND detail_campaign NUMERIC
                                    AND detail_series NUMERIC
                                    AND detail_board NUMERIC THEN
                                WRITE detail_record
                                    INVALID KEY
                                        CONTINUE
                                    NOT INVALID KEY
                                        ADD 1 TO copy_dst_count
                                END-WRITE
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE detail_file
                    CLOSE copy_in_file
                    DISPLAY "rebuilt, records:"
                        AT LINE backup_screen_line COLUMN 32
                    DISPLAY copy_dst_count
                        AT LINE backup_screen_line COLUMN 50
                        WITH FOREGROUND-COLOR green
                ELSE
                    DISPLAY "not in this set"
                        AT LINE backup_screen_line COLUMN 32
                END-IF.
                ADD 1 TO backup_screen_line.
                EXIT.

            *> one portable master line (dump/archive/interchange
            *> form) validated and, when good, landed straight into
            *> the master record area - the same distrust every
            *> other text line gets before it's believed
            parse_portable_line.
                MOVE 1 TO port_line_valid.
                MOVE SPACES TO port_trailing.
                MOVE 0 TO port_field_count.
                UNSTRING port_line DELIMITED BY ';'
                    INTO port_id_tx, port_player,
                         port_h_score_tx, port_h_hits_tx,
                         port_h_rounds_tx, port_c_score_tx,
                         port_c_hits_tx, port_c_rounds_tx,
                         port_winner, port_trailing
                    TALLYING IN port_field_count
                END-UNSTRING.
                IF port_field_count NOT = 9
                    OR port_id_tx NOT NUMERIC
                    OR port_h_score_tx NOT NUMERIC
                    OR port_h_hits_tx NOT NUMERIC
                    OR port_h_rounds_tx NOT NUMERIC
                    OR port_c_score_tx NOT NUMERIC
                    OR port_c_hits_tx NOT NUMERIC
                    OR port_c_rounds_tx NOT NUMERIC
                    OR (port_winner NOT = "H"
                        AND port_winner NOT = "C")
                    OR port_trailing NOT = SPACES THEN
                    MOVE 0 TO port_line_valid
                END-IF.
                IF port_line_valid = 1 THEN
                    MOVE port_id_tx TO master_game_id
                    MOVE port_player TO master_player
                    MOVE port_h_score_tx TO master_h_score
                    MOVE port_h_hits_tx TO master_h_hits
                    MOVE port_h_rounds_tx TO master_h_rounds
                    MOVE port_c_score_tx TO master_c_score
                    MOVE port_c_hits_tx TO master_c_hits
                    MOVE port_c_rounds_tx TO master_c_rounds
                    MOVE port_winner TO master_winner
                END-IF.
                EXIT.

            *> hold the six data files against each other and write
            *> every disagreement to reconcile_exceptions.txt - the
            *> run that would have caught the half-copied master in
            *> days instead of weeks
            reconcile_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Reconcile data files" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "====================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                PERFORM reconcile_data_files.
                DISPLAY "Discrepancies found:" AT LINE 8 COLUMN 10.
                DISPLAY recon_count AT LINE 8 COLUMN 31
                        WITH FOREGROUND-COLOR red.
                DISPLAY "Written to reconcile_exceptions.txt"
                    AT LINE 9 COLUMN 10.
                DISPLAY "Press any key" AT LINE 11 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> the cross-check itself, with no screen of its own
            reconcile_data_files.
                MOVE ZEROS TO recon_count.
                MOVE ZEROS TO recon_player_count.
                MOVE 0 TO recon_overflow.
                MOVE 0 TO recon_p_overflow.
                PERFORM recon_clear_table.
                OPEN OUTPUT recon_file.
                MOVE "Reconciliation exceptions" TO recon_line.
                WRITE recon_line.
                MOVE "=========================" TO recon_line.
                WRITE recon_line.
                PERFORM recon_scan_shots.
                PERFORM recon_scan_master.
                PERFORM recon_check_orphan_shots.
                PERFORM load_known_months.
                PERFORM recon_add_summary_players.
                PERFORM recon_add_archived_players.
                PERFORM recon_check_ladder.
                PERFORM recon_check_fame.
                IF recon_overflow = 1 THEN
                    MOVE "NOTE: shots log holds more matches than"
                        TO recon_line
                    PERFORM write_recon_line
                    MOVE "      one run can table - rerun after"
                        TO recon_line
                    PERFORM write_recon_line
                    MOVE "      archiving to check the rest"
                        TO recon_line
                    PERFORM write_recon_line
                END-IF.
                IF recon_count = 0 THEN
                    MOVE "(no discrepancies found)" TO recon_line
                    WRITE recon_line
                END-IF.
                CLOSE recon_file.
                EXIT.

            recon_clear_table.
                MOVE ZEROS TO recon_game_count.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > RECON_GAME_MAX
                    MOVE SPACES TO rec_id(i)
                    MOVE ZEROS TO rec_shots1(i)
                    MOVE ZEROS TO rec_hits1(i)
                    MOVE ZEROS TO rec_shots2(i)
                    MOVE ZEROS TO rec_hits2(i)
                    MOVE 0 TO rec_matched(i)
                    MOVE 0 TO rec_last_player(i)
                    MOVE SPACE TO rec_last_result(i)
                END-PERFORM.
                EXIT.

            *> one exception line: write it and count it
            write_recon_line.
                WRITE recon_line.
                ADD 1 TO recon_count.
                EXIT.

            *> pass one: tally the shots log per match id - shots
            *> and hits for each side
            recon_scan_shots.
                MOVE 0 TO recon_end_of_file.
                OPEN INPUT shots_file.
                IF shots_file_status = "00" THEN
                    PERFORM UNTIL recon_end_of_file = 1
                        READ shots_file
                            AT END MOVE 1 TO recon_end_of_file
                        END-READ
                        IF recon_end_of_file = 0 THEN
                            PERFORM recon_take_shot_line
                        END-IF
                    END-PERFORM
                    CLOSE shots_file
                END-IF.
                EXIT.

            *> fold one shots-log line into its match's tallies
            recon_take_shot_line.
                UNSTRING shots_line DELIMITED BY ';'
                    INTO replay_line_id, rep_turn_tx, rep_player_tx,
                         rep_x_tx, rep_y_tx, rep_result_tx,
                         rep_class_tx
                END-UNSTRING.
                IF rep_turn_tx NOT = "HDR"
                        AND (rep_player_tx = "1"
                            OR rep_player_tx = "2") THEN
                    MOVE 0 TO recon_idx
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > recon_game_count
                                              OR recon_idx > 0
                        IF rec_id(i) = replay_line_id THEN
                            MOVE i TO recon_idx
                        END-IF
                    END-PERFORM
                    IF recon_idx = 0 THEN
                        IF recon_game_count < RECON_GAME_MAX THEN
                            ADD 1 TO recon_game_count
                            MOVE recon_game_count TO recon_idx
                            MOVE replay_line_id TO rec_id(recon_idx)
                        ELSE
                            MOVE 1 TO recon_overflow
                        END-IF
                    END-IF
                    IF recon_idx > 0 THEN
                        IF rep_player_tx = "1" THEN
                            ADD 1 TO rec_shots1(recon_idx)
                            IF rep_result_tx = "H" THEN
                                ADD 1 TO rec_hits1(recon_idx)
                            END-IF
                        ELSE
                            ADD 1 TO rec_shots2(recon_idx)
                            IF rep_result_tx = "H" THEN
                                ADD 1 TO rec_hits2(recon_idx)
                            END-IF
                        END-IF
                        MOVE rep_player_tx
                            TO rec_last_player(recon_idx)
                        MOVE rep_result_tx
                            TO rec_last_result(recon_idx)
                    END-IF
                END-IF.
                EXIT.

            *> pass two: every master record should have shot lines
            *> under its id and matching hit counters; the per-name
            *> game counts for the ladder check are gathered on the
            *> same pass
            recon_scan_master.
                MOVE 0 TO recon_end_of_file.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO recon_end_of_file
                    END-START
                    PERFORM recon_check_master_record
                            UNTIL recon_end_of_file = 1
                    CLOSE master_file
                ELSE
                    MOVE "MASTER: game_master.dat cannot be opened"
                        TO recon_line
                    PERFORM write_recon_line
                END-IF.
                EXIT.

            recon_check_master_record.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO recon_end_of_file
                END-READ.
                IF recon_end_of_file = 0 THEN
                    PERFORM recon_tally_master_player
                    MOVE master_game_id TO recon_id_tx
                    MOVE 0 TO recon_idx
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > recon_game_count
                                              OR recon_idx > 0
                        IF rec_id(i) = recon_id_tx THEN
                            MOVE i TO recon_idx
                        END-IF
                    END-PERFORM
                    IF recon_idx = 0 THEN
                        MOVE SPACES TO recon_line
                        STRING "GAME " recon_id_tx
                               " has no shot lines"
                            INTO recon_line
                        END-STRING
                        PERFORM write_recon_line
                    ELSE
                        MOVE 1 TO rec_matched(recon_idx)
                        IF master_h_hits
                                NOT = rec_hits1(recon_idx) THEN
                            MOVE SPACES TO recon_line
                            STRING "GAME " recon_id_tx
                                   " human hits " master_h_hits
                                   " vs " rec_hits1(recon_idx)
                                   " logged"
                                INTO recon_line
                            END-STRING
                            PERFORM write_recon_line
                        END-IF
                        IF master_c_hits
                                NOT = rec_hits2(recon_idx) THEN
                            MOVE SPACES TO recon_line
                            STRING "GAME " recon_id_tx
                                   " cpu hits " master_c_hits
                                   " vs " rec_hits2(recon_idx)
                                   " logged"
                                INTO recon_line
                            END-STRING
                            PERFORM write_recon_line
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> count this master record under its player's name
            recon_tally_master_player.
                IF master_player = SPACES THEN
                    MOVE "(no name)" TO master_player
                END-IF.
                MOVE 0 TO recon_idx.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > recon_player_count
                                          OR recon_idx > 0
                    IF rec_p_name(i) = master_player THEN
                        MOVE i TO recon_idx
                    END-IF
                END-PERFORM.
                IF recon_idx = 0 THEN
                    IF recon_player_count < DIGEST_PLAYER_MAX THEN
                        ADD 1 TO recon_player_count
                        MOVE recon_player_count TO recon_idx
                        MOVE master_player TO rec_p_name(recon_idx)
                        MOVE ZEROS TO rec_p_games(recon_idx)
                    ELSE
                        MOVE 1 TO recon_p_overflow
                    END-IF
                END-IF.
                IF recon_idx > 0 THEN
                    ADD 1 TO rec_p_games(recon_idx)
                END-IF.
                EXIT.

            *> matches in the shots log with no master record - the
            *> very shape of last month's half-copied master
            recon_check_orphan_shots.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > recon_game_count
                    IF rec_matched(i) = 0 THEN
                        MOVE SPACES TO recon_line
                        STRING "SHOTS " rec_id(i)
                               " logged but no master record"
                            INTO recon_line
                        END-STRING
                        PERFORM write_recon_line
                    END-IF
                END-PERFORM.
                EXIT.

            *> games rolled out of the master by the month-end
            *> rollup live on as P lines in the summary file; fold
            *> them into the per-player counts, or every active
            *> player reads as over-claiming after the first rollup
            recon_add_summary_players.
                MOVE 0 TO recon_end_of_file.
                OPEN INPUT summary_file.
                IF summary_file_status = "00" THEN
                    PERFORM UNTIL recon_end_of_file = 1
                        READ summary_file
                            AT END MOVE 1 TO recon_end_of_file
                        END-READ
                        IF recon_end_of_file = 0 THEN
                            PERFORM recon_take_summary_player
                        END-IF
                    END-PERFORM
                    CLOSE summary_file
                END-IF.
                MOVE 0 TO recon_end_of_file.
                EXIT.

            recon_take_summary_player.
                MOVE SPACES TO known_month_tx.
                MOVE SPACE TO known_type_tx.
                MOVE SPACES TO recon_sum_name.
                MOVE SPACES TO recon_sum_games_tx.
                UNSTRING summary_line DELIMITED BY ';'
                    INTO known_month_tx, known_type_tx,
                         recon_sum_name, recon_sum_games_tx
                END-UNSTRING.
                IF known_type_tx = "P"
                        AND recon_sum_name NOT = SPACES
                        AND recon_sum_games_tx NUMERIC THEN
                    MOVE 0 TO recon_idx
                    PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > recon_player_count
                                          OR recon_idx > 0
                        IF rec_p_name(i) = recon_sum_name THEN
                            MOVE i TO recon_idx
                        END-IF
                    END-PERFORM
                    IF recon_idx = 0 THEN
                        IF recon_player_count
                                < DIGEST_PLAYER_MAX THEN
                            ADD 1 TO recon_player_count
                            MOVE recon_player_count TO recon_idx
                            MOVE recon_sum_name
                                TO rec_p_name(recon_idx)
                            MOVE ZEROS TO rec_p_games(recon_idx)
                        ELSE
                            MOVE 1 TO recon_p_overflow
                        END-IF
                    END-IF
                    IF recon_idx > 0 THEN
                        MOVE recon_sum_games_tx
                            TO recon_sum_games
                        ADD recon_sum_games
                            TO rec_p_games(recon_idx)
                    END-IF
                END-IF.
                EXIT.

            *> the old Archive Games run moves records to the
            *> yearly files with no summary P line, so they must
            *> be counted from the archives themselves or every
            *> season close-out turns the ladder check into a
            *> permanent false alarm; archive lines of rolled-up
            *> months are skipped (their P lines counted them)
            recon_add_archived_players.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:4) TO rebuild_cur_year.
                PERFORM VARYING rebuild_year FROM 2021 BY 1
                                UNTIL rebuild_year > rebuild_cur_year
                    MOVE SPACES TO copy_in_file_name
                    STRING "history_" rebuild_year ".csv"
                        INTO copy_in_file_name
                    END-STRING
                    PERFORM recon_count_archive_year
                END-PERFORM.
                EXIT.

            recon_count_archive_year.
                MOVE 0 TO rebuild_end_of_file.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    PERFORM UNTIL rebuild_end_of_file = 1
                        READ copy_in_file
                            AT END MOVE 1 TO rebuild_end_of_file
                        END-READ
                        IF rebuild_end_of_file = 0 THEN
                            PERFORM recon_count_archive_line
                        END-IF
                    END-PERFORM
                    CLOSE copy_in_file
                END-IF.
                EXIT.

            recon_count_archive_line.
                MOVE copy_in_rec TO port_line.
                PERFORM parse_portable_line.
                IF port_line_valid = 1 THEN
                    COMPUTE rollup_rec_month =
                        master_id_date / 100
                    PERFORM rollup_check_known
                    IF rollup_found = 0 THEN
                        PERFORM recon_tally_master_player
                    END-IF
                END-IF.
                EXIT.

            *> a ladder entry claiming more rated games than the
            *> master holds for that name cannot be right; fewer is
            *> normal (not every game is rated); the counts checked
            *> against include the rolled-up months and the yearly
            *> archives
            recon_check_ladder.
                PERFORM load_ladder.
                PERFORM VARYING j FROM 1 BY 1
                                    UNTIL j > ladder_count
                    MOVE 0 TO recon_idx
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > recon_player_count
                                              OR recon_idx > 0
                        IF rec_p_name(i) = lad_name(j) THEN
                            MOVE i TO recon_idx
                        END-IF
                    END-PERFORM
                    MOVE 0 TO recon_found
                    IF recon_idx > 0 THEN
                        IF lad_games(j) > rec_p_games(recon_idx)
                            THEN
                            MOVE 1 TO recon_found
                        END-IF
                    ELSE
                        *> a name the overflowed table may simply
                        *> have dropped cannot be accused
                        IF lad_games(j) > 0
                                AND recon_p_overflow = 0 THEN
                            MOVE 1 TO recon_found
                        END-IF
                    END-IF
                    IF recon_found = 1 THEN
                        MOVE SPACES TO recon_line
                        STRING "LADDER " lad_name(j)
                               " games " lad_games(j)
                               " exceed master count"
                            INTO recon_line
                        END-STRING
                        PERFORM write_recon_line
                    END-IF
                END-PERFORM.
                IF recon_p_overflow = 1 THEN
                    MOVE "NOTE: player table overflowed - the"
                        TO recon_line
                    PERFORM write_recon_line
                    MOVE "      ladder check is incomplete"
                        TO recon_line
                    PERFORM write_recon_line
                END-IF.
                EXIT.

            *> every hall of fame score should trace back to a
            *> master record with that player and score
            recon_check_fame.
                MOVE 0 TO recon_end_of_file.
                OPEN INPUT fame_file.
                IF fame_file_status = "00" THEN
                    PERFORM UNTIL recon_end_of_file = 1
                        READ fame_file
                            AT END MOVE 1 TO recon_end_of_file
                        END-READ
                        IF recon_end_of_file = 0 THEN
                            PERFORM recon_check_fame_line
                        END-IF
                    END-PERFORM
                    CLOSE fame_file
                END-IF.
                EXIT.

            recon_check_fame_line.
                MOVE SPACES TO recon_fame_name.
                MOVE SPACES TO recon_fame_score_tx.
                MOVE SPACES TO recon_fame_date.
                UNSTRING fame_line DELIMITED BY ';'
                    INTO recon_fame_name,
                         recon_fame_score_tx,
                         recon_fame_date
                END-UNSTRING.
                IF recon_fame_name NOT = SPACES
                        AND recon_fame_score_tx NUMERIC THEN
                    MOVE recon_fame_score_tx TO recon_fame_score
                    PERFORM recon_find_fame_game
                    *> the game may have been rolled or archived
                    *> out of the master - that is history, not a
                    *> discrepancy, so the archives get a say
                    IF recon_found = 0 THEN
                        PERFORM recon_find_fame_archived
                    END-IF
                    IF recon_found = 0 THEN
                        MOVE SPACES TO recon_line
                        STRING "FAME " recon_fame_name
                               " score " recon_fame_score
                               " has no master or archive record"
                            INTO recon_line
                        END-STRING
                        PERFORM write_recon_line
                    END-IF
                END-IF.
                EXIT.

            *> look for the name-and-score pair in the yearly
            *> archive files, back to the first season played
            recon_find_fame_archived.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:4) TO rebuild_cur_year.
                PERFORM VARYING rebuild_year FROM 2021 BY 1
                                UNTIL rebuild_year > rebuild_cur_year
                                      OR recon_found = 1
                    MOVE SPACES TO copy_in_file_name
                    STRING "history_" rebuild_year ".csv"
                        INTO copy_in_file_name
                    END-STRING
                    PERFORM recon_scan_fame_year
                END-PERFORM.
                EXIT.

            recon_scan_fame_year.
                MOVE 0 TO rebuild_end_of_file.
                OPEN INPUT copy_in_file.
                IF copy_in_file_status = "00" THEN
                    PERFORM UNTIL rebuild_end_of_file = 1
                                  OR recon_found = 1
                        READ copy_in_file
                            AT END MOVE 1 TO rebuild_end_of_file
                        END-READ
                        IF rebuild_end_of_file = 0
                                AND recon_found = 0 THEN
                            MOVE copy_in_rec TO port_line
                            PERFORM parse_portable_line
                            IF port_line_valid = 1
                                    AND master_player
                                            = recon_fame_name
                                    AND master_h_score
                                            = recon_fame_score THEN
                                MOVE 1 TO recon_found
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE copy_in_file
                END-IF.
                EXIT.

            *> scan the master for this name-and-score pair; the
            *> hall only holds ten lines, so a pass per line is fine
            recon_find_fame_game.
                MOVE 0 TO recon_found.
                MOVE 0 TO recon_end_of_file.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO recon_end_of_file
                    END-START
                    PERFORM UNTIL recon_end_of_file = 1
                                  OR recon_found = 1
                        READ master_file NEXT RECORD
                            AT END MOVE 1 TO recon_end_of_file
                        END-READ
                        IF recon_end_of_file = 0
                                AND recon_found = 0
                                AND master_player = recon_fame_name
                                AND master_h_score
                                        = recon_fame_score THEN
                            MOVE 1 TO recon_found
                        END-IF
                    END-PERFORM
                    CLOSE master_file
                END-IF.
                *> the fame loop's own end flag must live on
                MOVE 0 TO recon_end_of_file.
                EXIT.

            *> the replay viewer shows a match back; this adds it up.
            *> pick a recorded match the same way the viewer does,
            *> then mine its shot lines for the weak spots
            coach_analysis_run.
                PERFORM init_parameters.
                PERFORM load_replay_id_list.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                IF replay_id_count = 0 THEN
                    DISPLAY "No recorded shots to analyse."
                        AT LINE 10 COLUMN 10
                    ACCEPT screen_game_over
                ELSE
                    PERFORM pick_replay_match
                    IF replay_pick >= 1
                            AND replay_pick <= replay_id_count THEN
                        MOVE replay_id(replay_pick)
                            TO replay_chosen_id
                        PERFORM run_coach_analysis
                    END-IF
                END-IF.
                EXIT.

            *> one pass over the chosen match's shot lines, then the
            *> report; the board regions come from the match's own
            *> header dims, the same way the replay viewer sizes up
            run_coach_analysis.
                PERFORM find_replay_dims.
                COMPUTE coach_half_x = BOARD_HEIGTH / 2.
                COMPUTE coach_half_y = BOARD_WIDTH / 2.
                MOVE ZEROS TO coach_wasted.
                MOVE 0 TO coach_ship_count.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > 4
                    MOVE ZEROS TO coach_region_tab(i)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > 2
                    MOVE ZEROS TO coach_stats(i)
                    MOVE ZEROS TO coach_shot_seq(i)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > MAX_SHIPS
                    MOVE SPACES TO co_name(i)
                    MOVE 0 TO co_len(i)
                    MOVE 0 TO co_hits(i)
                    MOVE ZEROS TO co_first_turn(i)
                    MOVE ZEROS TO co_sunk_turn(i)
                    MOVE 0 TO co_sunk(i)
                    MOVE 0 TO co_cell_ct(i)
                END-PERFORM.
                MOVE 0 TO coach_end_of_file.
                OPEN INPUT shots_file.
                IF shots_file_status = "00" THEN
                    PERFORM UNTIL coach_end_of_file = 1
                        READ shots_file
                            AT END MOVE 1 TO coach_end_of_file
                        END-READ
                        IF coach_end_of_file = 0 THEN
                            PERFORM coach_take_shot
                        END-IF
                    END-PERFORM
                    CLOSE shots_file
                END-IF.
                PERFORM coach_split_quarters.
                PERFORM write_coach_report.
                PERFORM show_coach_summary.
                EXIT.

            *> fold one shot line of the chosen match into the
            *> analysis tallies - parsed the way show_replay_shot
            *> parses the very same lines
            coach_take_shot.
                UNSTRING shots_line DELIMITED BY ';'
                    INTO replay_line_id, rep_turn_tx, rep_player_tx,
                         rep_x_tx, rep_y_tx, rep_result_tx,
                         rep_class_tx
                END-UNSTRING.
                IF replay_line_id = replay_chosen_id
                        AND rep_turn_tx NOT = "HDR"
                        AND rep_turn_tx NUMERIC
                        AND rep_x_tx NUMERIC
                        AND rep_y_tx NUMERIC
                        AND (rep_player_tx = "1"
                            OR rep_player_tx = "2") THEN
                    MOVE rep_turn_tx TO coach_turn
                    MOVE rep_player_tx TO coach_player
                    MOVE rep_x_tx TO coach_x
                    MOVE rep_y_tx TO coach_y
                    ADD 1 TO coach_shots(coach_player)
                    IF rep_result_tx = "H" THEN
                        ADD 1 TO coach_hits(coach_player)
                    END-IF
                    IF coach_seq_count(coach_player)
                            < COACH_SHOT_MAX THEN
                        ADD 1 TO coach_seq_count(coach_player)
                        IF rep_result_tx = "H" THEN
                            MOVE 1 TO coach_seq_hit(coach_player,
                                coach_seq_count(coach_player))
                        ELSE
                            MOVE 0 TO coach_seq_hit(coach_player,
                                coach_seq_count(coach_player))
                        END-IF
                    END-IF
                    *> the deep analysis is of my own targeting
                    IF coach_player = HUMAN_PLAYER THEN
                        PERFORM coach_tally_region
                        IF rep_result_tx = "H" THEN
                            PERFORM coach_track_ship
                        ELSE
                            PERFORM coach_check_wasted
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> which quarter of the board the shot went to:
            *> 1 NW, 2 NE, 3 SW, 4 SE
            coach_tally_region.
                MOVE 1 TO coach_region.
                IF coach_y > coach_half_y THEN
                    ADD 1 TO coach_region
                END-IF.
                IF coach_x > coach_half_x THEN
                    ADD 2 TO coach_region
                END-IF.
                ADD 1 TO co_reg_shots(coach_region).
                IF rep_result_tx = "H" THEN
                    ADD 1 TO co_reg_hits(coach_region)
                END-IF.
                EXIT.

            *> a hit: file it under its ship class - first hit turn,
            *> running hit count, the square itself, and the sink
            *> turn once the hits cover the class length
            coach_track_ship.
                MOVE 0 TO coach_ship_idx.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > coach_ship_count
                                          OR coach_ship_idx > 0
                    IF co_name(i) = rep_class_tx THEN
                        MOVE i TO coach_ship_idx
                    END-IF
                END-PERFORM.
                IF coach_ship_idx = 0
                        AND coach_ship_count < MAX_SHIPS THEN
                    ADD 1 TO coach_ship_count
                    MOVE coach_ship_count TO coach_ship_idx
                    MOVE rep_class_tx TO co_name(coach_ship_idx)
                    MOVE coach_turn TO co_first_turn(coach_ship_idx)
                    *> the class length comes from the fleet config;
                    *> a class since removed from fleet.dat can't be
                    *> sized, so it just never reads as sunk
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > SHIP_NUMBER
                        IF class_name(i) = rep_class_tx THEN
                            MOVE class_lenght(i)
                                TO co_len(coach_ship_idx)
                        END-IF
                    END-PERFORM
                END-IF.
                IF coach_ship_idx > 0 THEN
                    ADD 1 TO co_hits(coach_ship_idx)
                    IF co_cell_ct(coach_ship_idx) < 9 THEN
                        ADD 1 TO co_cell_ct(coach_ship_idx)
                        MOVE coach_x TO co_cx(coach_ship_idx,
                                        co_cell_ct(coach_ship_idx))
                        MOVE coach_y TO co_cy(coach_ship_idx,
                                        co_cell_ct(coach_ship_idx))
                    END-IF
                    IF co_sunk(coach_ship_idx) = 0
                            AND co_len(coach_ship_idx) > 0
                            AND co_hits(coach_ship_idx)
                                    >= co_len(coach_ship_idx) THEN
                        MOVE 1 TO co_sunk(coach_ship_idx)
                        MOVE coach_turn
                            TO co_sunk_turn(coach_ship_idx)
                    END-IF
                END-IF.
                EXIT.

            *> a miss: was it thrown away next to a ship already on
            *> the bottom? a sunk ship's neighbours hold nothing
            coach_check_wasted.
                MOVE 0 TO coach_near_sunk.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > coach_ship_count
                                          OR coach_near_sunk = 1
                    IF co_sunk(i) = 1
                            AND co_sunk_turn(i) < coach_turn THEN
                        PERFORM VARYING j FROM 1 BY 1
                                            UNTIL j > co_cell_ct(i)
                                                OR coach_near_sunk = 1
                            IF coach_x >= co_cx(i, j) - 1
                                    AND coach_x <= co_cx(i, j) + 1
                                    AND coach_y >= co_cy(i, j) - 1
                                    AND coach_y <= co_cy(i, j) + 1
                                THEN
                                MOVE 1 TO coach_near_sunk
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.
                IF coach_near_sunk = 1 THEN
                    ADD 1 TO coach_wasted
                END-IF.
                EXIT.

            *> cut each side's shot sequence into four quarters so
            *> my targeting can be raced against the bot's round by
            *> round without printing every single shot
            coach_split_quarters.
                PERFORM VARYING coach_player FROM 1 BY 1
                                        UNTIL coach_player > 2
                    COMPUTE coach_qtr_size =
                        (coach_seq_count(coach_player) + 3) / 4
                    IF coach_qtr_size = 0 THEN
                        MOVE 1 TO coach_qtr_size
                    END-IF
                    PERFORM VARYING coach_idx FROM 1 BY 1
                            UNTIL coach_idx
                                    > coach_seq_count(coach_player)
                        COMPUTE coach_qtr =
                            (coach_idx - 1) / coach_qtr_size + 1
                        IF coach_qtr > 4 THEN
                            MOVE 4 TO coach_qtr
                        END-IF
                        ADD 1 TO co_q_shots(coach_player, coach_qtr)
                        IF coach_seq_hit(coach_player, coach_idx)
                                = 1 THEN
                            ADD 1 TO co_q_hits(coach_player,
                                                coach_qtr)
                        END-IF
                    END-PERFORM
                END-PERFORM.
                EXIT.

            *> the printable coaching report, coach_report.txt
            write_coach_report.
                OPEN OUTPUT coach_file.
                MOVE "========================================"
                    TO coach_line.
                WRITE coach_line.
                MOVE SPACES TO coach_line.
                STRING "Coaching report - match " replay_chosen_id
                    INTO coach_line
                END-STRING.
                WRITE coach_line.
                MOVE "========================================"
                    TO coach_line.
                WRITE coach_line.
                MOVE SPACES TO coach_line.
                STRING "My shots: " coach_shots(1)
                       "  hits: " coach_hits(1)
                    INTO coach_line
                END-STRING.
                WRITE coach_line.
                MOVE SPACES TO coach_line.
                STRING "Bot shots: " coach_shots(2)
                       "  hits: " coach_hits(2)
                    INTO coach_line
                END-STRING.
                WRITE coach_line.
                MOVE "Hit rate by board region (mine):"
                    TO coach_line.
                WRITE coach_line.
                PERFORM VARYING coach_region FROM 1 BY 1
                                        UNTIL coach_region > 4
                    PERFORM coach_name_region
                    MOVE ZEROS TO coach_rate
                    IF co_reg_shots(coach_region) > 0 THEN
                        COMPUTE coach_rate ROUNDED =
                            co_reg_hits(coach_region) * 100
                                / co_reg_shots(coach_region)
                    END-IF
                    MOVE SPACES TO coach_line
                    STRING "  " coach_region_name
                           " shots " co_reg_shots(coach_region)
                           " hits " co_reg_hits(coach_region)
                           " (" coach_rate " pct)"
                        INTO coach_line
                    END-STRING
                    WRITE coach_line
                END-PERFORM.
                MOVE SPACES TO coach_line.
                STRING "Shots wasted beside sunk ships: "
                       coach_wasted
                    INTO coach_line
                END-STRING.
                WRITE coach_line.
                MOVE "First hit to sink, per ship class:"
                    TO coach_line.
                WRITE coach_line.
                MOVE ZEROS TO coach_sink_turns.
                MOVE ZEROS TO coach_sunk_count.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > coach_ship_count
                    PERFORM coach_class_line
                END-PERFORM.
                IF coach_ship_count = 0 THEN
                    MOVE "  (no hits landed)" TO coach_line
                    WRITE coach_line
                END-IF.
                MOVE ZEROS TO coach_avg_sink.
                IF coach_sunk_count > 0 THEN
                    COMPUTE coach_avg_sink ROUNDED =
                        coach_sink_turns / coach_sunk_count
                END-IF.
                MOVE SPACES TO coach_line.
                STRING "Average turns first-hit-to-sink: "
                       coach_avg_sink
                    INTO coach_line
                END-STRING.
                WRITE coach_line.
                MOVE "Round-by-round vs the bot (hits/shots):"
                    TO coach_line.
                WRITE coach_line.
                PERFORM VARYING coach_qtr FROM 1 BY 1
                                        UNTIL coach_qtr > 4
                    MOVE SPACES TO coach_line
                    STRING "  Q" coach_qtr
                           "  me " co_q_hits(1, coach_qtr)
                           "/" co_q_shots(1, coach_qtr)
                           "  bot " co_q_hits(2, coach_qtr)
                           "/" co_q_shots(2, coach_qtr)
                        INTO coach_line
                    END-STRING
                    WRITE coach_line
                END-PERFORM.
                CLOSE coach_file.
                EXIT.

            *> one class's line of the report, and its share of the
            *> average while we're here
            coach_class_line.
                MOVE SPACES TO coach_line.
                IF co_sunk(i) = 1 THEN
                    STRING "  " co_name(i)
                           " first hit T" co_first_turn(i)
                           " sunk T" co_sunk_turn(i)
                        INTO coach_line
                    END-STRING
                    ADD co_sunk_turn(i) TO coach_sink_turns
                    SUBTRACT co_first_turn(i)
                        FROM coach_sink_turns
                    ADD 1 TO coach_sunk_count
                ELSE
                    STRING "  " co_name(i)
                           " first hit T" co_first_turn(i)
                           " never sunk"
                        INTO coach_line
                    END-STRING
                END-IF.
                WRITE coach_line.
                EXIT.

            coach_name_region.
                EVALUATE coach_region
                    WHEN 1
                        MOVE "north-west" TO coach_region_name
                    WHEN 2
                        MOVE "north-east" TO coach_region_name
                    WHEN 3
                        MOVE "south-west" TO coach_region_name
                    WHEN OTHER
                        MOVE "south-east" TO coach_region_name
                END-EVALUATE.
                EXIT.

            *> the headline numbers on screen; the full breakdown
            *> is in the report file
            show_coach_summary.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Coach analysis" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "==============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE 6 TO coach_screen_line.
                DISPLAY "My shots/hits:"
                        AT LINE coach_screen_line COLUMN 10.
                DISPLAY coach_shots(1)
                        AT LINE coach_screen_line COLUMN 26
                        WITH FOREGROUND-COLOR green.
                DISPLAY coach_hits(1)
                        AT LINE coach_screen_line COLUMN 32
                        WITH FOREGROUND-COLOR green.
                ADD 1 TO coach_screen_line.
                DISPLAY "Bot shots/hits:"
                        AT LINE coach_screen_line COLUMN 10.
                DISPLAY coach_shots(2)
                        AT LINE coach_screen_line COLUMN 26
                        WITH FOREGROUND-COLOR brown.
                DISPLAY coach_hits(2)
                        AT LINE coach_screen_line COLUMN 32
                        WITH FOREGROUND-COLOR brown.
                ADD 1 TO coach_screen_line.
                DISPLAY "Wasted by sunk ships:"
                        AT LINE coach_screen_line COLUMN 10.
                DISPLAY coach_wasted
                        AT LINE coach_screen_line COLUMN 32
                        WITH FOREGROUND-COLOR red.
                ADD 1 TO coach_screen_line.
                DISPLAY "Avg first-hit-to-sink:"
                        AT LINE coach_screen_line COLUMN 10.
                DISPLAY coach_avg_sink
                        AT LINE coach_screen_line COLUMN 32
                        WITH FOREGROUND-COLOR cyan.
                ADD 2 TO coach_screen_line.
                DISPLAY "Full breakdown in coach_report.txt"
                        AT LINE coach_screen_line COLUMN 10.
                ADD 2 TO coach_screen_line.
                DISPLAY "Press any key"
                        AT LINE coach_screen_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> "what's my record against Dave?": one pair's record
            *> from every match the master and its detail file
            *> hold, plus the league's most-played rivalries
            head_to_head_run.
                MOVE SPACES TO h2h_name_a.
                MOVE SPACES TO h2h_name_b.
                ACCEPT h2h_names_screen.
                PERFORM build_head_to_head.
                PERFORM write_head_to_head.
                PERFORM show_head_to_head.
                EXIT.

            *> one pass of the master in id order, each record
            *> joined to its detail by key
            build_head_to_head.
                MOVE ZEROS TO h2h_games.
                MOVE ZEROS TO h2h_wins.
                MOVE ZEROS TO h2h_losses.
                MOVE ZEROS TO h2h_unrecorded.
                MOVE ZEROS TO h2h_margin_sum.
                MOVE 0 TO h2h_last_count.
                MOVE 0 TO h2h_pair_count.
                MOVE 0 TO h2h_pair_overflow.
                PERFORM VARYING h2h_var FROM 1 BY 1
                                    UNTIL h2h_var > H2H_VARIANTS
                    MOVE ZEROS TO h2h_var_wins(h2h_var)
                    MOVE ZEROS TO h2h_var_losses(h2h_var)
                END-PERFORM.
                MOVE 0 TO h2h_end_of_file.
                MOVE 0 TO master_found.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE 1 TO master_found
                    MOVE 0 TO detail_open
                    OPEN INPUT detail_file
                    IF detail_file_status = "00" THEN
                        MOVE 1 TO detail_open
                    END-IF
                    MOVE ZEROS TO master_game_id
                    START master_file
                        KEY NOT < master_game_id
                        INVALID KEY
                            MOVE 1 TO h2h_end_of_file
                    END-START
                    PERFORM h2h_tally_one
                            UNTIL h2h_end_of_file = 1
                    IF detail_open = 1 THEN
                        CLOSE detail_file
                    END-IF
                    CLOSE master_file
                END-IF.
                EXIT.

            *> a match from before details were kept names only one
            *> side, so it is counted apart rather than guessed at
            h2h_tally_one.
                READ master_file NEXT RECORD
                    AT END MOVE 1 TO h2h_end_of_file
                END-READ.
                IF h2h_end_of_file = 0 THEN
                    MOVE 0 TO h2h_detail_found
                    IF detail_open = 1 THEN
                        MOVE master_game_id TO detail_game_id
                        READ detail_file
                            KEY IS detail_game_id
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE 1 TO h2h_detail_found
                        END-READ
                    END-IF
                    IF h2h_detail_found = 0 THEN
                        ADD 1 TO h2h_unrecorded
                    ELSE
                        MOVE detail_player1 TO h2h_p1
                        MOVE detail_player2 TO h2h_p2
                        IF h2h_p1 = SPACES THEN
                            MOVE "(no name)" TO h2h_p1
                        END-IF
                        PERFORM h2h_tally_pairing
                        IF h2h_name_a NOT = SPACES THEN
                            IF (h2h_p1 = h2h_name_a
                                    AND h2h_p2 = h2h_name_b)
                                OR (h2h_p1 = h2h_name_b
                                    AND h2h_p2 = h2h_name_a) THEN
                                PERFORM h2h_tally_match
                            END-IF
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> one meeting of the chosen pair, from A's side
            h2h_tally_match.
                IF h2h_p1 = h2h_name_a THEN
                    MOVE master_h_score TO h2h_a_score
                    MOVE master_c_score TO h2h_b_score
                    IF master_winner = "H" THEN
                        MOVE 1 TO h2h_a_won
                    ELSE
                        MOVE 0 TO h2h_a_won
                    END-IF
                ELSE
                    MOVE master_c_score TO h2h_a_score
                    MOVE master_h_score TO h2h_b_score
                    IF master_winner = "C" THEN
                        MOVE 1 TO h2h_a_won
                    ELSE
                        MOVE 0 TO h2h_a_won
                    END-IF
                END-IF.
                ADD 1 TO h2h_games.
                IF h2h_a_won = 1 THEN
                    ADD 1 TO h2h_wins
                ELSE
                    ADD 1 TO h2h_losses
                END-IF.
                COMPUTE h2h_margin_sum = h2h_margin_sum
                                       + h2h_a_score - h2h_b_score.
                *> the variant rows this match counts under
                IF detail_salvo = 0 AND detail_blitz = 0 THEN
                    MOVE 1 TO h2h_var
                    PERFORM h2h_tally_variant
                END-IF.
                IF detail_salvo = 1 THEN
                    MOVE 2 TO h2h_var
                    PERFORM h2h_tally_variant
                END-IF.
                IF detail_blitz > 0 THEN
                    MOVE 3 TO h2h_var
                    PERFORM h2h_tally_variant
                END-IF.
                IF detail_series = 1 THEN
                    MOVE 4 TO h2h_var
                    PERFORM h2h_tally_variant
                END-IF.
                IF detail_campaign = 1 THEN
                    MOVE 5 TO h2h_var
                    PERFORM h2h_tally_variant
                END-IF.
                EVALUATE detail_board
                    WHEN 12
                        MOVE 7 TO h2h_var
                    WHEN 15
                        MOVE 8 TO h2h_var
                    WHEN OTHER
                        MOVE 6 TO h2h_var
                END-EVALUATE.
                PERFORM h2h_tally_variant.
                EVALUATE detail_mode
                    WHEN 3
                        MOVE 12 TO h2h_var
                    WHEN 4
                        MOVE 13 TO h2h_var
                    WHEN OTHER
                        EVALUATE detail_difficulty
                            WHEN 1
                                MOVE 9 TO h2h_var
                            WHEN 3
                                MOVE 11 TO h2h_var
                            WHEN OTHER
                                MOVE 10 TO h2h_var
                        END-EVALUATE
                END-EVALUATE.
                PERFORM h2h_tally_variant.
                *> keep the latest five, oldest first
                IF h2h_last_count < 5 THEN
                    ADD 1 TO h2h_last_count
                ELSE
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 4
                        MOVE h2h_last_tab(i + 1) TO h2h_last_tab(i)
                    END-PERFORM
                END-IF.
                MOVE master_id_date TO h2h_last_date(h2h_last_count).
                IF h2h_a_won = 1 THEN
                    MOVE "won" TO h2h_last_result(h2h_last_count)
                ELSE
                    MOVE "lost" TO h2h_last_result(h2h_last_count)
                END-IF.
                MOVE h2h_a_score TO h2h_last_a(h2h_last_count).
                MOVE h2h_b_score TO h2h_last_b(h2h_last_count).
                PERFORM h2h_describe_variant.
                MOVE h2h_variant_tx
                    TO h2h_last_variant(h2h_last_count).
                EXIT.

            h2h_tally_variant.
                IF h2h_a_won = 1 THEN
                    ADD 1 TO h2h_var_wins(h2h_var)
                ELSE
                    ADD 1 TO h2h_var_losses(h2h_var)
                END-IF.
                EXIT.

            *> the detail's rules in a few words: mode, board,
            *> then whichever special rules were on
            h2h_describe_variant.
                MOVE SPACES TO h2h_variant_tx.
                EVALUATE detail_mode
                    WHEN 3
                        MOVE "hot-seat" TO h2h_variant_tx(1:8)
                    WHEN 4
                        MOVE "remote" TO h2h_variant_tx(1:8)
                    WHEN OTHER
                        MOVE "vs CPU" TO h2h_variant_tx(1:8)
                END-EVALUATE.
                MOVE detail_board TO h2h_variant_tx(10:2).
                MOVE "x" TO h2h_variant_tx(12:1).
                MOVE detail_board TO h2h_variant_tx(13:2).
                IF detail_salvo = 1 THEN
                    MOVE "salvo" TO h2h_variant_tx(16:5)
                END-IF.
                IF detail_blitz > 0 THEN
                    MOVE "blitz" TO h2h_variant_tx(22:5)
                END-IF.
                IF detail_series = 1 THEN
                    MOVE "series" TO h2h_variant_tx(28:7)
                END-IF.
                IF detail_campaign = 1 THEN
                    MOVE "campgn" TO h2h_variant_tx(28:7)
                END-IF.
                EXIT.

            *> rivalries are between people: games against the bot,
            *> against an unnamed hot-seat or remote rival, and
            *> one-sided records stay out of the table
            h2h_tally_pairing.
                IF h2h_p2 NOT = "Computer" AND h2h_p2 NOT = SPACES
                        AND h2h_p2 NOT = "Player 2"
                        AND h2h_p2 NOT = "Remote player"
                        AND h2h_p1 NOT = h2h_p2 THEN
                    IF h2h_p1 < h2h_p2 THEN
                        MOVE h2h_p1 TO h2h_pair_lo
                        MOVE h2h_p2 TO h2h_pair_hi
                    ELSE
                        MOVE h2h_p2 TO h2h_pair_lo
                        MOVE h2h_p1 TO h2h_pair_hi
                    END-IF
                    IF master_winner = "H" THEN
                        MOVE h2h_p1 TO h2h_pair_winner
                    ELSE
                        MOVE h2h_p2 TO h2h_pair_winner
                    END-IF
                    MOVE 0 TO h2h_pair_idx
                    PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > h2h_pair_count
                                          OR h2h_pair_idx > 0
                        IF h2h_pair_a(i) = h2h_pair_lo
                                AND h2h_pair_b(i) = h2h_pair_hi THEN
                            MOVE i TO h2h_pair_idx
                        END-IF
                    END-PERFORM
                    IF h2h_pair_idx = 0 THEN
                        IF h2h_pair_count < H2H_PAIR_MAX THEN
                            ADD 1 TO h2h_pair_count
                            MOVE h2h_pair_count TO h2h_pair_idx
                            MOVE h2h_pair_lo TO h2h_pair_a(h2h_pair_idx)
                            MOVE h2h_pair_hi TO h2h_pair_b(h2h_pair_idx)
                            MOVE ZEROS
                                TO h2h_pair_games(h2h_pair_idx)
                            MOVE ZEROS
                                TO h2h_pair_wins_a(h2h_pair_idx)
                            MOVE ZEROS
                                TO h2h_pair_wins_b(h2h_pair_idx)
                            MOVE 0 TO h2h_pair_listed(h2h_pair_idx)
                        ELSE
                            MOVE 1 TO h2h_pair_overflow
                        END-IF
                    END-IF
                    IF h2h_pair_idx > 0 THEN
                        ADD 1 TO h2h_pair_games(h2h_pair_idx)
                        IF h2h_pair_winner = h2h_pair_lo THEN
                            ADD 1 TO h2h_pair_wins_a(h2h_pair_idx)
                        ELSE
                            ADD 1 TO h2h_pair_wins_b(h2h_pair_idx)
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            h2h_name_variant.
                EVALUATE h2h_var
                    WHEN 1
                        MOVE "Standard rules" TO h2h_variant_name
                    WHEN 2
                        MOVE "Salvo" TO h2h_variant_name
                    WHEN 3
                        MOVE "Blitz clock" TO h2h_variant_name
                    WHEN 4
                        MOVE "Series game" TO h2h_variant_name
                    WHEN 5
                        MOVE "Campaign battle" TO h2h_variant_name
                    WHEN 6
                        MOVE "Board 10x10" TO h2h_variant_name
                    WHEN 7
                        MOVE "Board 12x12" TO h2h_variant_name
                    WHEN 8
                        MOVE "Board 15x15" TO h2h_variant_name
                    WHEN 9
                        MOVE "Easy bot" TO h2h_variant_name
                    WHEN 10
                        MOVE "Normal bot" TO h2h_variant_name
                    WHEN 11
                        MOVE "Hard bot" TO h2h_variant_name
                    WHEN 12
                        MOVE "Hot-seat" TO h2h_variant_name
                    WHEN OTHER
                        MOVE "Remote" TO h2h_variant_name
                END-EVALUATE.
                EXIT.

            *> the average margin is A's score less B's, so a minus
            *> sign means A usually comes off worse
            h2h_average_margin.
                MOVE ZEROS TO h2h_avg_margin.
                MOVE "+" TO h2h_margin_sign.
                IF h2h_margin_sum < 0 THEN
                    MOVE "-" TO h2h_margin_sign
                    COMPUTE h2h_margin_abs = 0 - h2h_margin_sum
                ELSE
                    MOVE h2h_margin_sum TO h2h_margin_abs
                END-IF.
                IF h2h_games > 0 THEN
                    COMPUTE h2h_avg_margin ROUNDED =
                        h2h_margin_abs / h2h_games
                END-IF.
                EXIT.

            *> the printable report, head_to_head.txt
            write_head_to_head.
                PERFORM h2h_average_margin.
                OPEN OUTPUT h2h_file.
                MOVE "========================================"
                    TO h2h_line.
                WRITE h2h_line.
                MOVE "Head-to-head report" TO h2h_line.
                WRITE h2h_line.
                MOVE "========================================"
                    TO h2h_line.
                WRITE h2h_line.
                IF h2h_name_a NOT = SPACES THEN
                    PERFORM write_h2h_pair_section
                END-IF.
                PERFORM write_h2h_rivalry_section.
                IF h2h_unrecorded > 0 THEN
                    MOVE SPACES TO h2h_line
                    STRING "Not counted: " h2h_unrecorded
                           " older matches that name no opponent"
                        INTO h2h_line
                    END-STRING
                    WRITE h2h_line
                END-IF.
                CLOSE h2h_file.
                EXIT.

            write_h2h_pair_section.
                MOVE SPACES TO h2h_line.
                STRING h2h_name_a " vs " h2h_name_b
                    INTO h2h_line
                END-STRING.
                WRITE h2h_line.
                MOVE SPACES TO h2h_line.
                STRING "Played " h2h_games
                       "  won " h2h_wins
                       "  lost " h2h_losses
                    INTO h2h_line
                END-STRING.
                WRITE h2h_line.
                MOVE SPACES TO h2h_line.
                STRING "Average score margin: " h2h_margin_sign
                       h2h_avg_margin
                    INTO h2h_line
                END-STRING.
                WRITE h2h_line.
                MOVE "Last five meetings:" TO h2h_line.
                WRITE h2h_line.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > h2h_last_count
                    MOVE SPACES TO h2h_line
                    STRING "  " h2h_last_date(i)
                           " " h2h_last_result(i)
                           " " h2h_last_a(i)
                           "-" h2h_last_b(i)
                           "  " h2h_last_variant(i)
                        INTO h2h_line
                    END-STRING
                    WRITE h2h_line
                END-PERFORM.
                IF h2h_last_count = 0 THEN
                    MOVE "  (these two have never met)" TO h2h_line
                    WRITE h2h_line
                END-IF.
                MOVE "By variant:" TO h2h_line.
                WRITE h2h_line.
                PERFORM VARYING h2h_var FROM 1 BY 1
                                    UNTIL h2h_var > H2H_VARIANTS
                    IF h2h_var_wins(h2h_var) > 0
                            OR h2h_var_losses(h2h_var) > 0 THEN
                        PERFORM h2h_name_variant
                        MOVE SPACES TO h2h_line
                        STRING "  " h2h_variant_name
                               " won " h2h_var_wins(h2h_var)
                               " lost " h2h_var_losses(h2h_var)
                            INTO h2h_line
                        END-STRING
                        WRITE h2h_line
                    END-IF
                END-PERFORM.
                MOVE SPACES TO h2h_line.
                WRITE h2h_line.
                EXIT.

            *> the ten most-played pairings, most games first
            write_h2h_rivalry_section.
                MOVE "Most-played rivalries:" TO h2h_line.
                WRITE h2h_line.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > h2h_pair_count
                    MOVE 0 TO h2h_pair_listed(i)
                END-PERFORM.
                PERFORM VARYING h2h_rank FROM 1 BY 1
                                    UNTIL h2h_rank > 10
                                       OR h2h_rank > h2h_pair_count
                    PERFORM h2h_pick_best_pair
                    MOVE 1 TO h2h_pair_listed(h2h_best)
                    MOVE SPACES TO h2h_line
                    STRING "  " h2h_pair_a(h2h_best)
                           " vs " h2h_pair_b(h2h_best)
                           " " h2h_pair_games(h2h_best)
                           " games ("
                           h2h_pair_wins_a(h2h_best) "-"
                           h2h_pair_wins_b(h2h_best) ")"
                        INTO h2h_line
                    END-STRING
                    WRITE h2h_line
                END-PERFORM.
                IF h2h_pair_count = 0 THEN
                    MOVE "  (no matches between named players yet)"
                        TO h2h_line
                    WRITE h2h_line
                END-IF.
                IF h2h_pair_overflow = 1 THEN
                    MOVE "  (more pairings than the table holds -"
                        TO h2h_line
                    WRITE h2h_line
                    MOVE "   the later ones are not ranked)"
                        TO h2h_line
                    WRITE h2h_line
                END-IF.
                EXIT.

            *> the unlisted pairing with the most games
            h2h_pick_best_pair.
                MOVE 0 TO h2h_best.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > h2h_pair_count
                    IF h2h_pair_listed(i) = 0 THEN
                        IF h2h_best = 0 THEN
                            MOVE i TO h2h_best
                        ELSE
                            IF h2h_pair_games(i)
                                    > h2h_pair_games(h2h_best) THEN
                                MOVE i TO h2h_best
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the headline numbers on screen; the rest is in the
            *> report file
            show_head_to_head.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Head to head" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE 6 TO h2h_screen_line.
                IF master_found = 0 THEN
                    DISPLAY "No match history yet."
                        AT LINE h2h_screen_line COLUMN 10
                    ADD 1 TO h2h_screen_line
                END-IF.
                IF h2h_name_a NOT = SPACES THEN
                    DISPLAY h2h_name_a
                            AT LINE h2h_screen_line COLUMN 10
                            WITH FOREGROUND-COLOR green
                    DISPLAY "vs" AT LINE h2h_screen_line COLUMN 27
                    DISPLAY h2h_name_b
                            AT LINE h2h_screen_line COLUMN 30
                            WITH FOREGROUND-COLOR brown
                    ADD 1 TO h2h_screen_line
                    DISPLAY "Played/won/lost:"
                            AT LINE h2h_screen_line COLUMN 10
                    DISPLAY h2h_games
                            AT LINE h2h_screen_line COLUMN 28
                    DISPLAY h2h_wins
                            AT LINE h2h_screen_line COLUMN 33
                            WITH FOREGROUND-COLOR green
                    DISPLAY h2h_losses
                            AT LINE h2h_screen_line COLUMN 38
                            WITH FOREGROUND-COLOR red
                    ADD 1 TO h2h_screen_line
                    DISPLAY "Avg score margin:"
                            AT LINE h2h_screen_line COLUMN 10
                    DISPLAY h2h_margin_sign
                            AT LINE h2h_screen_line COLUMN 28
                    DISPLAY h2h_avg_margin
                            AT LINE h2h_screen_line COLUMN 29
                            WITH FOREGROUND-COLOR cyan
                    ADD 1 TO h2h_screen_line
                END-IF.
                DISPLAY "Rivalries on file:"
                        AT LINE h2h_screen_line COLUMN 10.
                DISPLAY h2h_pair_count
                        AT LINE h2h_screen_line COLUMN 29.
                ADD 2 TO h2h_screen_line.
                DISPLAY "Full report in head_to_head.txt"
                        AT LINE h2h_screen_line COLUMN 10.
                ADD 2 TO h2h_screen_line.
                DISPLAY "Press any key"
                        AT LINE h2h_screen_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> settle the easy/normal/hard argument with numbers:
            *> the bot plays itself, silently, a chosen number of
            *> games for every pairing of levels, board size and
            *> salvo on/off. GAME_MODE 5 keeps the games out of the
            *> master, the ladder, the medals and the shots log
            calibration_run.
                MOVE 20 TO calib_games_wanted.
                ACCEPT calib_setup_screen.
                IF calib_games_wanted > 0 THEN
                    PERFORM run_calibration
                    PERFORM show_calibration_summary
                END-IF.
                EXIT.

            run_calibration.
                MOVE AI_DIFFICULTY TO calib_saved_diff.
                MOVE BOARD_SIZE_OPT TO calib_saved_board.
                MOVE SALVO_MODE TO calib_saved_salvo.
                MOVE NOFOG_MODE TO calib_saved_nofog.
                MOVE 5 TO GAME_MODE.
                MOVE 0 TO NOFOG_MODE.
                *> both bots play blind of anyone's scouting
                MOVE 0 TO scout_active.
                PERFORM init_parameters.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > 3
                    MOVE ZEROS TO calib_level_games(i)
                    MOVE ZEROS TO calib_level_wins(i)
                END-PERFORM.
                MOVE ZEROS TO calib_all_unfinished.
                MOVE 0 TO calib_config_no.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Bot calibration" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "===============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                OPEN OUTPUT calib_file.
                PERFORM write_calibration_header.
                PERFORM calibrate_one_setup
                    VARYING calib_board_opt FROM 1 BY 1
                            UNTIL calib_board_opt > 3
                    AFTER calib_salvo FROM 0 BY 1
                            UNTIL calib_salvo > 1
                    AFTER calib_diff_a FROM 1 BY 1
                            UNTIL calib_diff_a > 3
                    AFTER calib_diff_b FROM 1 BY 1
                            UNTIL calib_diff_b > 3.
                PERFORM write_calibration_levels.
                CLOSE calib_file.
                MOVE calib_saved_diff TO AI_DIFFICULTY.
                MOVE calib_saved_board TO BOARD_SIZE_OPT.
                MOVE calib_saved_salvo TO SALVO_MODE.
                MOVE calib_saved_nofog TO NOFOG_MODE.
                MOVE 0 TO GAME_MODE.
                MOVE 0 TO GAME_OVER.
                PERFORM apply_board_size.
                EXIT.

            *> one board size / salvo rule / pair of levels
            calibrate_one_setup.
                ADD 1 TO calib_config_no.
                MOVE calib_board_opt TO BOARD_SIZE_OPT.
                PERFORM apply_board_size.
                MOVE calib_salvo TO SALVO_MODE.
                MOVE calib_diff_a TO calib_diff(1).
                MOVE calib_diff_b TO calib_diff(2).
                DISPLAY "Playing setup" AT LINE 6 COLUMN 10.
                DISPLAY calib_config_no AT LINE 6 COLUMN 24
                        WITH FOREGROUND-COLOR brown.
                DISPLAY "of 54" AT LINE 6 COLUMN 27.
                MOVE ZEROS TO calib_finished.
                MOVE ZEROS TO calib_unfinished.
                MOVE ZEROS TO calib_finish_sum.
                PERFORM VARYING calib_side FROM 1 BY 1
                                    UNTIL calib_side > 2
                    MOVE ZEROS TO calib_wins(calib_side)
                    MOVE ZEROS TO calib_shots_sum(calib_side)
                    MOVE ZEROS TO calib_hits_sum(calib_side)
                    MOVE ZEROS TO calib_first_sum(calib_side)
                    MOVE ZEROS TO calib_first_games(calib_side)
                END-PERFORM.
                PERFORM calib_play_game
                    VARYING calib_game_no FROM 1 BY 1
                            UNTIL calib_game_no > calib_games_wanted.
                PERFORM write_calibration_line.
                EXIT.

            *> one silent game, set up the way game_start sets up
            *> a real one
            calib_play_game.
                CALL "bot_ai" USING 0.
                PERFORM VARYING player FROM 1 BY 1 UNTIL player > 2
                    PERFORM zero_player_scores
                    MOVE 1 TO p_ship_idx(player)
                    PERFORM VARYING ship_idx FROM 1 BY 1
                                            UNTIL ship_idx > SHIP_NUMBER
                        MOVE fleet_ship(ship_idx)
                                    TO build_ship_parameters
                        PERFORM place_one_ship
                    END-PERFORM
                END-PERFORM.
                PERFORM VARYING calib_side FROM 1 BY 1
                                    UNTIL calib_side > 2
                    MOVE 0 TO calib_radar_has(calib_side)
                    MOVE ZEROS TO calib_first(calib_side)
                END-PERFORM.
                MOVE ZEROS TO shot_turn_no.
                MOVE ZEROS TO calib_round.
                PERFORM calib_play_round
                        UNTIL GAME_OVER = 1
                              OR calib_round >= CALIB_ROUND_MAX.
                PERFORM calib_tally_game.
                EXIT.

            calib_play_round.
                ADD 1 TO calib_round.
                MOVE 1 TO calib_side.
                PERFORM calib_side_turn.
                IF GAME_OVER NOT = 1 THEN
                    MOVE 2 TO calib_side
                    PERFORM calib_side_turn
                END-IF.
                EXIT.

            *> one side's bot takes its turn at its own level, with
            *> its own radar memory
            calib_side_turn.
                MOVE calib_side TO player.
                COMPUTE enemy = 3 - calib_side.
                MOVE calib_diff(calib_side) TO AI_DIFFICULTY.
                MOVE calib_radar_has(calib_side)
                    TO cpu_radar_has_target.
                MOVE calib_radar_x(calib_side) TO cpu_radar_target_x.
                MOVE calib_radar_y(calib_side) TO cpu_radar_target_y.
                IF SALVO_MODE = 1 THEN
                    PERFORM calib_bot_salvo
                ELSE
                    PERFORM calib_bot_move
                END-IF.
                MOVE cpu_radar_has_target
                    TO calib_radar_has(calib_side).
                MOVE cpu_radar_target_x TO calib_radar_x(calib_side).
                MOVE cpu_radar_target_y TO calib_radar_y(calib_side).
                IF calib_first(calib_side) = 0
                        AND p_score_hit_count(calib_side) > 0 THEN
                    MOVE calib_round TO calib_first(calib_side)
                END-IF.
                EXIT.

            *> the bot's single shot, as get_enemy_move plays it
            calib_bot_move.
                MOVE 0 TO shot_forfeited.
                PERFORM maybe_cpu_weapons.
                IF shot_forfeited = 0 THEN
                    PERFORM calib_pick_shot
                    PERFORM resolve_move
                END-IF.
                EXIT.

            calib_pick_shot.
                PERFORM pick_cpu_shot.
                *> prevent repeated shots
                IF tile(enemy, guess_x, guess_y) = MISSED
                    OR tile(enemy, guess_x, guess_y) = EXPLOSION
                    *> never, ever miss a chance to use GOTO :)
                    GO TO calib_pick_shot
                END-IF.
                EXIT.

            *> the bot's salvo, as get_enemy_salvo plays it
            calib_bot_salvo.
                MOVE p_ship_count(player) TO salvo_count.
                PERFORM cap_salvo_to_open_tiles.
                MOVE 1 TO salvo_idx.
                PERFORM collect_bot_salvo_shot
                        UNTIL salvo_idx > salvo_count.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= salvo_idx
                    MOVE salvo_hold(i)
                        TO tile_data(enemy, salvo_x(i), salvo_y(i))
                END-PERFORM.
                PERFORM resolve_salvo.
                EXIT.

            *> fold the finished game into the setup's tallies; a
            *> game that hits the round limit counts for nobody
            calib_tally_game.
                MOVE 0 TO calib_winner.
                IF GAME_OVER = 1 THEN
                    IF p_ship_count(CPU_PLAYER) <= 0 THEN
                        MOVE 1 TO calib_winner
                    ELSE
                        MOVE 2 TO calib_winner
                    END-IF
                END-IF.
                IF calib_winner = 0 THEN
                    ADD 1 TO calib_unfinished
                    ADD 1 TO calib_all_unfinished
                ELSE
                    ADD 1 TO calib_finished
                    ADD 1 TO calib_wins(calib_winner)
                    ADD p_score_rounds_count(calib_winner)
                        TO calib_finish_sum
                    *> a level's record counts only against the
                    *> other levels, never against itself
                    IF calib_diff(1) NOT = calib_diff(2) THEN
                        ADD 1 TO calib_level_games(calib_diff(1))
                        ADD 1 TO calib_level_games(calib_diff(2))
                        ADD 1 TO calib_level_wins
                                        (calib_diff(calib_winner))
                    END-IF
                END-IF.
                PERFORM VARYING calib_side FROM 1 BY 1
                                    UNTIL calib_side > 2
                    ADD p_score_rounds_count(calib_side)
                        TO calib_shots_sum(calib_side)
                    ADD p_score_hit_count(calib_side)
                        TO calib_hits_sum(calib_side)
                    IF calib_first(calib_side) > 0 THEN
                        ADD calib_first(calib_side)
                            TO calib_first_sum(calib_side)
                        ADD 1 TO calib_first_games(calib_side)
                    END-IF
                END-PERFORM.
                EXIT.

            calib_name_level.
                EVALUATE i
                    WHEN 1
                        MOVE "easy" TO calib_level_name
                    WHEN 3
                        MOVE "hard" TO calib_level_name
                    WHEN OTHER
                        MOVE "normal" TO calib_level_name
                END-EVALUATE.
                EXIT.

            *> the printable report, calibration_report.txt
            write_calibration_header.
                MOVE "========================================"
                    TO calib_line.
                WRITE calib_line.
                MOVE SPACES TO calib_line.
                STRING "Bot calibration - " calib_games_wanted
                       " games per setup"
                    INTO calib_line
                END-STRING.
                WRITE calib_line.
                MOVE "========================================"
                    TO calib_line.
                WRITE calib_line.
                MOVE "pair  : left bot vs right bot (E/N/H level)"
                    TO calib_line.
                WRITE calib_line.
                MOVE "finish: average shots the winner needed"
                    TO calib_line.
                WRITE calib_line.
                MOVE "hit%, 1st (turn of first hit), win%: left/right"
                    TO calib_line.
                WRITE calib_line.
                MOVE SPACES TO calib_line.
                WRITE calib_line.
                EXIT.

            write_calibration_line.
                MOVE ZEROS TO calib_finish_avg.
                IF calib_finished > 0 THEN
                    COMPUTE calib_finish_avg ROUNDED =
                        calib_finish_sum / calib_finished
                END-IF.
                PERFORM VARYING calib_side FROM 1 BY 1
                                    UNTIL calib_side > 2
                    MOVE ZEROS TO calib_hit_pct(calib_side)
                    IF calib_shots_sum(calib_side) > 0 THEN
                        COMPUTE calib_hit_pct(calib_side) ROUNDED =
                            calib_hits_sum(calib_side) * 100
                                / calib_shots_sum(calib_side)
                    END-IF
                    MOVE ZEROS TO calib_first_avg(calib_side)
                    IF calib_first_games(calib_side) > 0 THEN
                        COMPUTE calib_first_avg(calib_side) ROUNDED =
                            calib_first_sum(calib_side)
                                / calib_first_games(calib_side)
                    END-IF
                    COMPUTE calib_win_pct(calib_side) ROUNDED =
                        calib_wins(calib_side) * 100
                            / calib_games_wanted
                END-PERFORM.
                MOVE SPACES TO calib_pair_tx.
                MOVE calib_level_letters(calib_diff(1):1)
                    TO calib_pair_tx(1:1).
                MOVE "v" TO calib_pair_tx(3:1).
                MOVE calib_level_letters(calib_diff(2):1)
                    TO calib_pair_tx(5:1).
                IF SALVO_MODE = 1 THEN
                    MOVE "salvo" TO calib_salvo_tx
                ELSE
                    MOVE "single" TO calib_salvo_tx
                END-IF.
                MOVE SPACES TO calib_line.
                STRING calib_pair_tx "  "
                       BOARD_WIDTH "x" BOARD_HEIGTH "  "
                       calib_salvo_tx
                       "  finish " calib_finish_avg
                       "  hit% " calib_hit_pct(1) "/" calib_hit_pct(2)
                       "  1st " calib_first_avg(1)
                       "/" calib_first_avg(2)
                       "  win% " calib_win_pct(1)
                       "/" calib_win_pct(2)
                    INTO calib_line
                END-STRING.
                WRITE calib_line.
                IF calib_unfinished > 0 THEN
                    MOVE SPACES TO calib_line
                    STRING "      (" calib_unfinished
                           " games hit the round limit)"
                        INTO calib_line
                    END-STRING
                    WRITE calib_line
                END-IF.
                EXIT.

            *> each level against the other two, all setups pooled:
            *> the expectation update_ladder_vs_cpu rates against
            write_calibration_levels.
                MOVE SPACES TO calib_line.
                WRITE calib_line.
                MOVE "Each level against the other two:" TO calib_line.
                WRITE calib_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > 3
                    MOVE ZEROS TO calib_level_pct(i)
                    IF calib_level_games(i) > 0 THEN
                        COMPUTE calib_level_pct(i) ROUNDED =
                            calib_level_wins(i) * 100
                                / calib_level_games(i)
                    END-IF
                    PERFORM calib_name_level
                    MOVE SPACES TO calib_line
                    STRING "  " calib_level_name
                           " won " calib_level_wins(i)
                           " of " calib_level_games(i)
                           " (" calib_level_pct(i) " pct)"
                        INTO calib_line
                    END-STRING
                    WRITE calib_line
                END-PERFORM.
                EXIT.

            show_calibration_summary.
                MOVE 8 TO calib_screen_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > 3
                    PERFORM calib_name_level
                    DISPLAY calib_level_name
                            AT LINE calib_screen_line COLUMN 10
                    DISPLAY "wins vs other levels:"
                            AT LINE calib_screen_line COLUMN 17
                    DISPLAY calib_level_pct(i)
                            AT LINE calib_screen_line COLUMN 39
                            WITH FOREGROUND-COLOR green
                    DISPLAY "pct" AT LINE calib_screen_line COLUMN 43
                    ADD 1 TO calib_screen_line
                END-PERFORM.
                IF calib_all_unfinished > 0 THEN
                    ADD 1 TO calib_screen_line
                    DISPLAY "Games stopped at the round limit:"
                            AT LINE calib_screen_line COLUMN 10
                    DISPLAY calib_all_unfinished
                            AT LINE calib_screen_line COLUMN 44
                            WITH FOREGROUND-COLOR red
                END-IF.
                ADD 2 TO calib_screen_line.
                DISPLAY "Full table in calibration_report.txt"
                        AT LINE calib_screen_line COLUMN 10.
                ADD 2 TO calib_screen_line.
                DISPLAY "Press any key"
                        AT LINE calib_screen_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> opponent scouting: rebuild scouting.dat from the
            *> shots log and the master, print every player's heat
            *> map and show the signed-in player their own tells
            scouting_run.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Scouting" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "========" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                PERFORM apply_board_size.
                PERFORM build_scouting.
                PERFORM save_scouting.
                PERFORM write_scouting_report.
                PERFORM show_scouting.
                EXIT.

            *> one pass over the shots log; the master settles which
            *> matches count and who sat at board 1, the detail
            *> record who sat at board 2
            build_scouting.
                MOVE 0 TO scout_count.
                MOVE 0 TO scout_overflow.
                MOVE 0 TO scout_end_of_file.
                MOVE SPACES TO scout_cur_id.
                OPEN INPUT master_file.
                IF master_file_status = "00" THEN
                    MOVE 0 TO detail_open
                    OPEN INPUT detail_file
                    IF detail_file_status = "00" THEN
                        MOVE 1 TO detail_open
                    END-IF
                    OPEN INPUT shots_file
                    IF shots_file_status = "00" THEN
                        PERFORM scout_take_line
                                UNTIL scout_end_of_file = 1
                        CLOSE shots_file
                    END-IF
                    IF detail_open = 1 THEN
                        CLOSE detail_file
                    END-IF
                    CLOSE master_file
                END-IF.
                EXIT.

            *> a hit by side 2 landed on board 1's fleet and a hit
            *> by side 1 on board 2's; misses say nothing about
            *> where the ships were
            scout_take_line.
                READ shots_file
                    AT END MOVE 1 TO scout_end_of_file
                END-READ.
                IF scout_end_of_file = 0 THEN
                    UNSTRING shots_line DELIMITED BY ';'
                        INTO replay_line_id, rep_turn_tx,
                             rep_player_tx, rep_x_tx, rep_y_tx,
                             rep_result_tx, rep_class_tx
                    END-UNSTRING
                    IF replay_line_id NOT = scout_cur_id THEN
                        PERFORM scout_new_match
                    END-IF
                    IF rep_turn_tx = "HDR" THEN
                        UNSTRING shots_line DELIMITED BY ';'
                            INTO replay_line_id, rep_turn_tx,
                                 scout_dim_tx
                        END-UNSTRING
                        IF scout_dim_tx NUMERIC
                                AND scout_resolved = 0 THEN
                            MOVE scout_dim_tx TO scout_dim
                            IF scout_dim < 1
                                    OR scout_dim > BOARD_MAX THEN
                                MOVE 10 TO scout_dim
                            END-IF
                        END-IF
                    ELSE
                        IF rep_result_tx = "H"
                                AND scout_in_master = 1
                                AND rep_x_tx NUMERIC
                                AND rep_y_tx NUMERIC
                                AND (rep_player_tx = "1"
                                    OR rep_player_tx = "2") THEN
                            IF scout_resolved = 0 THEN
                                PERFORM scout_resolve_owners
                            END-IF
                            PERFORM scout_tally_hit
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> a new match id: look it up in the master and the
            *> detail file; a match logged before headers existed
            *> was played on the classic 10x10
            scout_new_match.
                MOVE replay_line_id TO scout_cur_id.
                MOVE 10 TO scout_dim.
                MOVE 0 TO scout_resolved.
                MOVE 0 TO scout_in_master.
                MOVE SPACES TO scout_owner(1).
                MOVE SPACES TO scout_owner(2).
                MOVE 0 TO scout_slot(1).
                MOVE 0 TO scout_slot(2).
                MOVE replay_line_id TO master_game_id.
                READ master_file
                    KEY IS master_game_id
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO scout_in_master
                END-READ.
                IF scout_in_master = 1 THEN
                    MOVE master_player TO scout_owner(1)
                    IF detail_open = 1 THEN
                        MOVE master_game_id TO detail_game_id
                        READ detail_file
                            KEY IS detail_game_id
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE detail_player2 TO scout_owner(2)
                        END-READ
                    END-IF
                    *> the bot and the stand-in names are nobody's
                    *> habits
                    IF scout_owner(2) = "Computer"
                            OR scout_owner(2) = "Player 2"
                            OR scout_owner(2) = "Remote player" THEN
                        MOVE SPACES TO scout_owner(2)
                    END-IF
                END-IF.
                EXIT.

            *> the board size is known by the first shot, so each
            *> named side gets its entry for that size and the
            *> match is counted once against it
            scout_resolve_owners.
                MOVE 1 TO scout_resolved.
                PERFORM VARYING scout_board FROM 1 BY 1
                                    UNTIL scout_board > 2
                    IF scout_owner(scout_board) NOT = SPACES THEN
                        MOVE scout_owner(scout_board)
                            TO scout_want_name
                        MOVE scout_dim TO scout_want_dim
                        PERFORM find_scout_entry
                        MOVE scout_idx TO scout_slot(scout_board)
                        IF scout_idx > 0 THEN
                            ADD 1 TO sc_games(scout_idx)
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the entry for scout_want_name on a scout_want_dim
            *> board, opened if new; 0 once the table is full
            find_scout_entry.
                MOVE 0 TO scout_idx.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i > scout_count
                                          OR scout_idx > 0
                    IF sc_name(i) = scout_want_name
                            AND sc_board(i) = scout_want_dim THEN
                        MOVE i TO scout_idx
                    END-IF
                END-PERFORM.
                IF scout_idx = 0 THEN
                    IF scout_count < SCOUT_MAX THEN
                        ADD 1 TO scout_count
                        MOVE scout_count TO scout_idx
                        MOVE scout_want_name TO sc_name(scout_idx)
                        MOVE scout_want_dim TO sc_board(scout_idx)
                        MOVE ZEROS TO sc_games(scout_idx)
                        MOVE ZEROS TO sc_hits(scout_idx)
                        MOVE ZEROS TO sc_grid(scout_idx)
                    ELSE
                        MOVE 1 TO scout_overflow
                    END-IF
                END-IF.
                EXIT.

            scout_tally_hit.
                MOVE rep_player_tx TO scout_shooter.
                COMPUTE scout_board = 3 - scout_shooter.
                MOVE rep_x_tx TO scout_x.
                MOVE rep_y_tx TO scout_y.
                MOVE scout_slot(scout_board) TO scout_idx.
                IF scout_idx > 0
                        AND scout_x >= 1 AND scout_x <= scout_dim
                        AND scout_y >= 1 AND scout_y <= scout_dim THEN
                    IF sc_cell(scout_idx, scout_x, scout_y) < 999 THEN
                        ADD 1 TO sc_cell(scout_idx, scout_x, scout_y)
                    END-IF
                    IF sc_hits(scout_idx) < 99999 THEN
                        ADD 1 TO sc_hits(scout_idx)
                    END-IF
                END-IF.
                EXIT.

            *> rewrite scouting.dat from the table, one line per
            *> player and board size
            save_scouting.
                OPEN OUTPUT scout_file.
                PERFORM VARYING scout_idx FROM 1 BY 1
                                    UNTIL scout_idx > scout_count
                    MOVE SPACES TO scout_line
                    STRING sc_name(scout_idx) ";"
                           sc_board(scout_idx) ";"
                           sc_games(scout_idx) ";"
                           sc_hits(scout_idx) ";"
                           sc_grid(scout_idx)
                        INTO scout_line
                    END-STRING
                    WRITE scout_line
                END-PERFORM.
                CLOSE scout_file.
                EXIT.

            *> at game start: with the scouted bot on, a signed-in
            *> player against the computer has their heat map for
            *> this board size handed to bot_ai; any other game,
            *> or no map yet, and the bot plays blind as ever
            load_scout_map.
                MOVE 0 TO scout_active.
                MOVE HUMAN_PLAYER TO scout_side.
                MOVE ZEROS TO scout_top.
                IF SCOUTED_AI = 1 AND GAME_MODE = 0
                        AND player_name NOT = SPACES THEN
                    MOVE 0 TO scout_end_of_file
                    OPEN INPUT scout_file
                    IF scout_file_status = "00" THEN
                        PERFORM UNTIL scout_end_of_file = 1
                                        OR scout_active = 1
                            READ scout_file
                                AT END MOVE 1 TO scout_end_of_file
                            END-READ
                            IF scout_end_of_file = 0 THEN
                                PERFORM take_scout_line
                            END-IF
                        END-PERFORM
                        CLOSE scout_file
                    END-IF
                END-IF.
                EXIT.

            take_scout_line.
                MOVE SPACES TO scout_rec.
                UNSTRING scout_line DELIMITED BY ';'
                    INTO scout_rec_name, scout_rec_board,
                         scout_rec_games, scout_rec_hits,
                         scout_rec_grid
                END-UNSTRING.
                IF scout_rec_name = player_name
                        AND scout_rec_board NUMERIC
                        AND scout_rec_board = BOARD_WIDTH
                        AND scout_rec_grid NUMERIC THEN
                    MOVE scout_rec_grid TO scout_heat_grid
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > BOARD_HEIGTH
                        PERFORM VARYING j FROM 1 BY 1
                                            UNTIL j > BOARD_WIDTH
                            IF scout_heat_cell(i, j) > scout_top THEN
                                MOVE scout_heat_cell(i, j)
                                    TO scout_top
                            END-IF
                        END-PERFORM
                    END-PERFORM
                    IF scout_top > 0 THEN
                        MOVE 1 TO scout_active
                    END-IF
                END-IF.
                EXIT.

            *> read one entry's map (scout_idx) for its tells:
            *> share of hits on the edge and in the corners against
            *> the share of the board they make up, how much of the
            *> fleet sits in its busiest quarter, and the repeat
            *> index - the share of hits on the player's hottest
            *> squares, as many squares as one game's hits; 100
            *> means the same layout every game
            scout_measure.
                MOVE sc_board(scout_idx) TO scout_dim.
                MOVE ZEROS TO scout_top_cell.
                MOVE ZEROS TO scout_edge_hits.
                MOVE ZEROS TO scout_corner_hits.
                PERFORM VARYING scout_quarter FROM 1 BY 1
                                    UNTIL scout_quarter > 4
                    MOVE ZEROS TO scout_quarter_hits(scout_quarter)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > scout_dim
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j > scout_dim
                        PERFORM scout_measure_cell
                    END-PERFORM
                END-PERFORM.
                MOVE ZEROS TO scout_busiest.
                PERFORM VARYING scout_quarter FROM 1 BY 1
                                    UNTIL scout_quarter > 4
                    IF scout_quarter_hits(scout_quarter)
                            > scout_busiest THEN
                        MOVE scout_quarter_hits(scout_quarter)
                            TO scout_busiest
                    END-IF
                END-PERFORM.
                COMPUTE scout_edge_par =
                    (4 * scout_dim - 4) * 100 / (scout_dim * scout_dim).
                COMPUTE scout_corner_par =
                    36 * 100 / (scout_dim * scout_dim).
                MOVE ZEROS TO scout_edge_pct.
                MOVE ZEROS TO scout_corner_pct.
                MOVE ZEROS TO scout_cluster_pct.
                MOVE ZEROS TO scout_repeat_pct.
                IF sc_hits(scout_idx) > 0 THEN
                    COMPUTE scout_edge_pct =
                        scout_edge_hits * 100 / sc_hits(scout_idx)
                    COMPUTE scout_corner_pct =
                        scout_corner_hits * 100 / sc_hits(scout_idx)
                    COMPUTE scout_cluster_pct =
                        scout_busiest * 100 / sc_hits(scout_idx)
                    PERFORM scout_repeat_index
                END-IF.
                PERFORM scout_name_tells.
                EXIT.

            scout_measure_cell.
                MOVE sc_cell(scout_idx, i, j) TO scout_cell_now.
                MOVE scout_cell_now TO scout_work_cell(i, j).
                IF scout_cell_now > scout_top_cell THEN
                    MOVE scout_cell_now TO scout_top_cell
                END-IF.
                IF i = 1 OR i = scout_dim OR j = 1 OR j = scout_dim
                    THEN
                    ADD scout_cell_now TO scout_edge_hits
                END-IF.
                IF (i <= 3 OR i > scout_dim - 3)
                        AND (j <= 3 OR j > scout_dim - 3) THEN
                    ADD scout_cell_now TO scout_corner_hits
                END-IF.
                MOVE 1 TO scout_quarter.
                IF j > scout_dim / 2 THEN
                    ADD 1 TO scout_quarter
                END-IF.
                IF i > scout_dim / 2 THEN
                    ADD 2 TO scout_quarter
                END-IF.
                ADD scout_cell_now TO scout_quarter_hits(scout_quarter).
                EXIT.

            *> take the hottest square off the working copy, as
            *> many times as a game's worth of hits
            scout_repeat_index.
                MOVE ZEROS TO scout_repeat_sum.
                MOVE 1 TO scout_repeat_n.
                IF sc_games(scout_idx) > 0 THEN
                    COMPUTE scout_repeat_n =
                        sc_hits(scout_idx) / sc_games(scout_idx)
                END-IF.
                IF scout_repeat_n < 1 THEN
                    MOVE 1 TO scout_repeat_n
                END-IF.
                PERFORM scout_take_hottest scout_repeat_n TIMES.
                COMPUTE scout_repeat_pct =
                    scout_repeat_sum * 100 / sc_hits(scout_idx).
                EXIT.

            scout_take_hottest.
                MOVE 0 TO scout_pick_x.
                MOVE ZEROS TO scout_cell_now.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > scout_dim
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j > scout_dim
                        IF scout_work_cell(i, j) > scout_cell_now THEN
                            MOVE scout_work_cell(i, j)
                                TO scout_cell_now
                            MOVE i TO scout_pick_x
                            MOVE j TO scout_pick_y
                        END-IF
                    END-PERFORM
                END-PERFORM.
                IF scout_pick_x > 0 THEN
                    ADD scout_cell_now TO scout_repeat_sum
                    MOVE ZEROS
                        TO scout_work_cell(scout_pick_x, scout_pick_y)
                END-IF.
                EXIT.

            *> the tells in plain words, for the report and screen
            scout_name_tells.
                MOVE SPACES TO scout_tells.
                MOVE 1 TO scout_tell_ptr.
                IF sc_games(scout_idx) < 3 THEN
                    STRING "too few games to say" DELIMITED BY SIZE
                        INTO scout_tells WITH POINTER scout_tell_ptr
                    END-STRING
                ELSE
                    IF scout_repeat_pct >= 60 THEN
                        STRING "same layout, " DELIMITED BY SIZE
                            INTO scout_tells
                            WITH POINTER scout_tell_ptr
                        END-STRING
                    END-IF
                    IF scout_edge_pct > scout_edge_par + 15 THEN
                        STRING "hugs the edges, " DELIMITED BY SIZE
                            INTO scout_tells
                            WITH POINTER scout_tell_ptr
                        END-STRING
                    END-IF
                    IF scout_corner_pct > scout_corner_par + 15 THEN
                        STRING "corners, " DELIMITED BY SIZE
                            INTO scout_tells
                            WITH POINTER scout_tell_ptr
                        END-STRING
                    END-IF
                    IF scout_cluster_pct >= 45 THEN
                        STRING "clustered" DELIMITED BY SIZE
                            INTO scout_tells
                            WITH POINTER scout_tell_ptr
                        END-STRING
                    ELSE
                        STRING "spread out" DELIMITED BY SIZE
                            INTO scout_tells
                            WITH POINTER scout_tell_ptr
                        END-STRING
                    END-IF
                END-IF.
                EXIT.

            *> one heat map row (row i of entry scout_idx) into
            *> scout_map_row; scout_measure must have run first
            build_scout_map_row.
                MOVE SPACES TO scout_map_row.
                MOVE i TO scout_row_no.
                MOVE scout_row_no TO scout_map_row(1:2).
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > scout_dim
                    COMPUTE scout_map_pos = 4 + (j - 1) * 2
                    MOVE sc_cell(scout_idx, i, j) TO scout_cell_now
                    IF scout_cell_now = 0 OR scout_top_cell = 0 THEN
                        MOVE "." TO scout_map_row(scout_map_pos:1)
                    ELSE
                        COMPUTE scout_level =
                            (scout_cell_now * 9 + scout_top_cell - 1)
                                / scout_top_cell
                        MOVE scout_digits(scout_level:1)
                            TO scout_map_row(scout_map_pos:1)
                    END-IF
                END-PERFORM.
                EXIT.

            build_scout_map_head.
                MOVE SPACES TO scout_map_head.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > scout_dim
                    COMPUTE scout_map_pos = 4 + (j - 1) * 2
                    MOVE scout_letters(j:1)
                        TO scout_map_head(scout_map_pos:1)
                END-PERFORM.
                EXIT.

            *> the printable heat maps, scouting_report.txt
            write_scouting_report.
                OPEN OUTPUT scout_report_file.
                MOVE "========================================"
                    TO scout_report_line.
                WRITE scout_report_line.
                MOVE "Scouting report - where the fleets hide"
                    TO scout_report_line.
                WRITE scout_report_line.
                MOVE "========================================"
                    TO scout_report_line.
                WRITE scout_report_line.
                MOVE SPACES TO scout_report_line.
                STRING "Players scouted: " scout_count
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                IF scout_overflow = 1 THEN
                    MOVE "(table full - later players not scouted)"
                        TO scout_report_line
                    WRITE scout_report_line
                END-IF.
                MOVE "Squares: 1-9 how often a ship was hit there,"
                    TO scout_report_line.
                WRITE scout_report_line.
                MOVE "9 the hottest; '.' never a ship."
                    TO scout_report_line.
                WRITE scout_report_line.
                PERFORM VARYING scout_idx FROM 1 BY 1
                                    UNTIL scout_idx > scout_count
                    PERFORM write_scout_entry
                END-PERFORM.
                CLOSE scout_report_file.
                EXIT.

            write_scout_entry.
                PERFORM scout_measure.
                MOVE SPACES TO scout_report_line.
                WRITE scout_report_line.
                STRING sc_name(scout_idx) "  board "
                       sc_board(scout_idx) "x" sc_board(scout_idx)
                       "  games: " sc_games(scout_idx)
                       "  hits: " sc_hits(scout_idx)
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                MOVE SPACES TO scout_report_line.
                STRING "Edge:    " scout_edge_pct "% of hits  (board "
                       scout_edge_par "%)"
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                MOVE SPACES TO scout_report_line.
                STRING "Corners: " scout_corner_pct "% of hits  (board "
                       scout_corner_par "%)"
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                MOVE SPACES TO scout_report_line.
                STRING "Busiest quarter: " scout_cluster_pct
                       "%  (even spread 25%)"
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                MOVE SPACES TO scout_report_line.
                STRING "Repeat index: " scout_repeat_pct
                       "%  (100 = same layout every game)"
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                MOVE SPACES TO scout_report_line.
                STRING "Tells: " scout_tells
                    INTO scout_report_line
                END-STRING.
                WRITE scout_report_line.
                PERFORM build_scout_map_head.
                MOVE scout_map_head TO scout_report_line.
                WRITE scout_report_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > scout_dim
                    PERFORM build_scout_map_row
                    MOVE scout_map_row TO scout_report_line
                    WRITE scout_report_line
                END-PERFORM.
                EXIT.

            *> the signed-in player's own map, on this board size
            *> if they have one there, else their first one
            show_scouting.
                DISPLAY "Players scouted:" AT LINE 6 COLUMN 10.
                DISPLAY scout_count AT LINE 6 COLUMN 27
                        WITH FOREGROUND-COLOR green.
                MOVE 0 TO scout_idx.
                IF player_name NOT = SPACES THEN
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > scout_count
                        IF sc_name(i) = player_name
                                AND (scout_idx = 0
                                    OR sc_board(i) = BOARD_WIDTH) THEN
                            MOVE i TO scout_idx
                        END-IF
                    END-PERFORM
                END-IF.
                MOVE 8 TO scout_screen_line.
                IF scout_idx = 0 THEN
                    DISPLAY "No scouting on the signed-in player yet."
                            AT LINE scout_screen_line COLUMN 10
                ELSE
                    PERFORM show_scout_entry
                END-IF.
                ADD 2 TO scout_screen_line.
                DISPLAY "Full heat maps in scouting_report.txt"
                        AT LINE scout_screen_line COLUMN 10.
                ADD 1 TO scout_screen_line.
                DISPLAY "Press any key"
                        AT LINE scout_screen_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            show_scout_entry.
                PERFORM scout_measure.
                DISPLAY "Your tells, board" AT LINE 8 COLUMN 10.
                DISPLAY sc_board(scout_idx) AT LINE 8 COLUMN 28.
                DISPLAY "games:" AT LINE 8 COLUMN 32.
                DISPLAY sc_games(scout_idx) AT LINE 8 COLUMN 39.
                DISPLAY scout_tells AT LINE 9 COLUMN 10
                        WITH FOREGROUND-COLOR brown.
                PERFORM build_scout_map_head.
                DISPLAY scout_map_head AT LINE 10 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE 10 TO scout_screen_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > scout_dim
                    PERFORM build_scout_map_row
                    ADD 1 TO scout_screen_line
                    DISPLAY scout_map_row
                            AT LINE scout_screen_line COLUMN 10
                END-PERFORM.
                ADD 1 TO scout_screen_line.
                DISPLAY "Repeat index:"
                        AT LINE scout_screen_line COLUMN 10.
                DISPLAY scout_repeat_pct
                        AT LINE scout_screen_line COLUMN 24
                        WITH FOREGROUND-COLOR red.
                DISPLAY "pct" AT LINE scout_screen_line COLUMN 28.
                EXIT.

            *> write a plain-text summary of the match just played to
            *> battle_report.txt, so it can be shared or printed;
            *> reuses game_date_tx/game_winner_tx as stamped by
            *> stamp_game_result before any posting runs
            write_battle_report.
                OPEN OUTPUT report_file.
                MOVE "========================================"
                    TO report_line.
                WRITE report_line.
                STRING "Battle report - " game_date_tx
                    INTO report_line
                END-STRING.
                WRITE report_line.
                MOVE "========================================"
                    TO report_line.
                WRITE report_line.
                STRING "Player: " player_name INTO report_line
                END-STRING.
                WRITE report_line.
                STRING "Human score: " p_score(HUMAN_PLAYER)
                       "  (" p_score_hit_count(HUMAN_PLAYER) " hits, "
                       p_score_rounds_count(HUMAN_PLAYER) " rounds)"
                    INTO report_line
                END-STRING.
                WRITE report_line.
                STRING "CPU score:   " p_score(CPU_PLAYER)
                       "  (" p_score_hit_count(CPU_PLAYER) " hits, "
                       p_score_rounds_count(CPU_PLAYER) " rounds)"
                    INTO report_line
                END-STRING.
                WRITE report_line.
                MOVE "Fleet damage (human vs CPU):" TO report_line.
                WRITE report_line.
                *> one line per ship, both players' class and damage,
                *> same fleet loop show_score uses
                PERFORM VARYING ship_idx FROM 1 BY 1
                                        UNTIL ship_idx > SHIP_NUMBER
                    STRING "  "
                           p_ship_class_name(HUMAN_PLAYER, ship_idx)
                           " dmg " p_ship_damage(HUMAN_PLAYER, ship_idx)
                           "   vs   "
                           p_ship_class_name(CPU_PLAYER, ship_idx)
                           " dmg " p_ship_damage(CPU_PLAYER, ship_idx)
                        INTO report_line
                    END-STRING
                    WRITE report_line
                END-PERFORM.
                STRING "Bonus awarded: +" score_bonnus
                    INTO report_line
                END-STRING.
                WRITE report_line.
                IF game_winner_tx = "H" THEN
                    MOVE "Winner: Human player" TO report_line
                ELSE
                    MOVE "Winner: CPU" TO report_line
                END-IF.
                WRITE report_line.
                CLOSE report_file.
                EXIT.

            *> weigh the finished match against the medal book and
            *> award whatever the named player just earned
            evaluate_medals.
                MOVE 0 TO medal_earned_count.
                IF player_name NOT = SPACES THEN
                    MOVE player_name TO medal_player
                    IF player = HUMAN_PLAYER THEN
                        *> won without losing a single ship
                        IF p_ship_count(HUMAN_PLAYER)
                                = SHIP_NUMBER THEN
                            MOVE "FLAWLESS" TO medal_code
                            MOVE "Flawless Victory - no ship lost"
                                TO medal_title
                            PERFORM award_medal
                        END-IF
                        *> beat the hard AI
                        IF GAME_MODE = 0 AND AI_DIFFICULTY = 3 THEN
                            MOVE "GIANTSLAYER" TO medal_code
                            MOVE "Giant Slayer - beat the hard AI"
                                TO medal_title
                            PERFORM award_medal
                        END-IF
                        *> at least half the shots taken were hits
                        IF p_score_rounds_count(HUMAN_PLAYER) > 0
                            AND p_score_hit_count(HUMAN_PLAYER) * 2
                                >= p_score_rounds_count(HUMAN_PLAYER)
                            THEN
                            MOVE "SHARPSHOOT" TO medal_code
                            MOVE "Sharpshooter - half shots hit"
                                TO medal_title
                            PERFORM award_medal
                        END-IF
                    END-IF
                    *> a ship sunk by an unbroken run of hits counts
                    *> win or lose
                    IF medal_streak_sink = 1 THEN
                        MOVE "DREADNOUGHT" TO medal_code
                        MOVE "Dreadnought - straight-shot sink"
                            TO medal_title
                        PERFORM award_medal
                    END-IF
                END-IF.
                EXIT.

            *> write one medal to the book, unless this player holds
            *> it already, and put its banner on screen
            award_medal.
                PERFORM medal_already_held.
                IF medal_have = 0 THEN
                    MOVE ZEROS TO lock_tries
                    PERFORM open_medals_append
                    PERFORM clear_busy_notice
                    IF medals_file_status NOT = "00" THEN
                        MOVE medals_file_name TO lock_file_tx
                        MOVE medals_file_status TO lock_fail_status
                        PERFORM show_file_error
                    ELSE
                        MOVE SPACES TO medals_line
                        STRING medal_player ";"
                               medal_code ";"
                               game_date_tx
                            INTO medals_line
                        END-STRING
                        WRITE medals_line
                        CLOSE medals_file
                        PERFORM show_medal_banner
                    END-IF
                END-IF.
                EXIT.

            *> as open_journal_append
            open_medals_append.
                OPEN EXTEND SHARING WITH NO OTHER medals_file.
                IF medals_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER medals_file
                END-IF.
                IF medals_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE medals_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_medals_append
                END-IF.
                EXIT.

            show_medal_banner.
                IF medal_earned_count = 0 THEN
                    DISPLAY " " BLANK SCREEN
                            BACKGROUND-COLOR black
                            FOREGROUND-COLOR white
                    DISPLAY "Honours earned!" AT LINE 3 COLUMN 10
                            WITH FOREGROUND-COLOR green
                    DISPLAY "===============" AT LINE 4 COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    MOVE 6 TO medal_banner_line
                END-IF.
                DISPLAY "MEDAL EARNED:"
                        AT LINE medal_banner_line COLUMN 10
                        WITH FOREGROUND-COLOR cyan BLINK.
                DISPLAY medal_title
                        AT LINE medal_banner_line COLUMN 25
                        WITH FOREGROUND-COLOR brown.
                ADD 1 TO medal_banner_line.
                ADD 1 TO medal_earned_count.
                EXIT.

            *> wait for a key so the banner can be read, when any
            *> medal was earned
            finish_medal_banner.
                IF medal_earned_count > 0 THEN
                    ADD 1 TO medal_banner_line
                    DISPLAY "Press any key"
                            AT LINE medal_banner_line COLUMN 10 BLINK
                    ACCEPT OMITTED AT LINE 30
                END-IF.
                EXIT.

            *> has this player already got this medal?
            medal_already_held.
                MOVE 0 TO medal_have.
                MOVE 0 TO medals_end_of_file.
                OPEN INPUT medals_file.
                IF medals_file_status = "00" THEN
                    PERFORM UNTIL medals_end_of_file = 1
                                  OR medal_have = 1
                        READ medals_file
                            AT END MOVE 1 TO medals_end_of_file
                        END-READ
                        IF medals_end_of_file = 0 THEN
                            UNSTRING medals_line DELIMITED BY ';'
                                INTO medal_check_name,
                                     medal_check_code,
                                     medal_check_date
                            END-UNSTRING
                            IF medal_check_name = medal_player
                                    AND medal_check_code
                                            = medal_code THEN
                                MOVE 1 TO medal_have
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE medals_file
                END-IF.
                EXIT.

            *> the trophy case: every medal the named player has won
            show_trophy_case.
                IF player_name = SPACES THEN
                    ACCEPT set_player_name_screen
                    PERFORM store_profile_settings
                END-IF.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Trophy case of" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY player_name AT LINE 3 COLUMN 25
                        WITH FOREGROUND-COLOR brown.
                DISPLAY "==============================="
                        AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                MOVE 6 TO medal_banner_line.
                MOVE 0 TO medals_end_of_file.
                OPEN INPUT medals_file.
                IF medals_file_status = "00" THEN
                    PERFORM UNTIL medals_end_of_file = 1
                        READ medals_file
                            AT END MOVE 1 TO medals_end_of_file
                        END-READ
                        IF medals_end_of_file = 0 THEN
                            PERFORM show_one_trophy
                        END-IF
                    END-PERFORM
                    CLOSE medals_file
                END-IF.
                IF medal_banner_line = 6 THEN
                    DISPLAY "No medals yet - go earn some!"
                        AT LINE 6 COLUMN 10
                END-IF.
                ADD 2 TO medal_banner_line.
                DISPLAY "Press any key"
                        AT LINE medal_banner_line COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 30.
                EXIT.

            *> one row of the trophy case, when the medal is the
            *> named player's
            show_one_trophy.
                UNSTRING medals_line DELIMITED BY ';'
                    INTO medal_check_name,
                         medal_check_code,
                         medal_check_date
                END-UNSTRING.
                IF medal_check_name = player_name THEN
                    PERFORM medal_title_for_code
                    DISPLAY medal_title
                            AT LINE medal_banner_line COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY medal_check_date
                            AT LINE medal_banner_line COLUMN 44
                            WITH FOREGROUND-COLOR brown
                    ADD 1 TO medal_banner_line
                END-IF.
                EXIT.

            *> the medal book: code to display title
            medal_title_for_code.
                EVALUATE medal_check_code
                    WHEN "FLAWLESS"
                        MOVE "Flawless Victory - no ship lost"
                            TO medal_title
                    WHEN "GIANTSLAYER"
                        MOVE "Giant Slayer - beat the hard AI"
                            TO medal_title
                    WHEN "SHARPSHOOT"
                        MOVE "Sharpshooter - half shots hit"
                            TO medal_title
                    WHEN "DREADNOUGHT"
                        MOVE "Dreadnought - straight-shot sink"
                            TO medal_title
                    WHEN "ADMIRAL"
                        MOVE "Admiral - series champion"
                            TO medal_title
                    WHEN "COMMODORE"
                        MOVE "Commodore - campaign conquered"
                            TO medal_title
                    WHEN OTHER
                        MOVE medal_check_code TO medal_title
                END-EVALUATE.
                EXIT.

            *> follow the spectator feed from a second terminal:
            *> redraw whenever a new snapshot lands, show the result
            *> when the match ends, then wait on for the next one
            spectate_run.
                PERFORM init_parameters.
                MOVE 0 TO spec_quit.
                MOVE ZEROS TO spec_idle.
                MOVE SPACES TO spec_seen_seq.
                MOVE SPACES TO spec_seen_id.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Spectator" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "=========" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                DISPLAY "Waiting for a match..." AT LINE 6 COLUMN 10.
                PERFORM spectate_poll UNTIL spec_quit = 1.
                EXIT.

            spectate_poll.
                PERFORM read_spectator_feed.
                IF spec_complete = 1
                        AND (spec_seq_tx NOT = spec_seen_seq
                            OR spec_id NOT = spec_seen_id) THEN
                    MOVE spec_seq_tx TO spec_seen_seq
                    MOVE spec_id TO spec_seen_id
                    MOVE ZEROS TO spec_idle
                    PERFORM spectate_draw
                ELSE
                    ADD 1 TO spec_idle
                    IF spec_idle >= SPEC_IDLE_MAX THEN
                        MOVE SPACE TO guess_y_tx
                        ACCEPT spectate_idle_screen
                        IF guess_y_tx NOT = "y" THEN
                            MOVE 1 TO spec_quit
                        END-IF
                        MOVE ZEROS TO spec_idle
                    END-IF
                END-IF.
                IF spec_quit = 0 THEN
                    PERFORM spectate_quit_key
                END-IF.
                EXIT.

            *> a busy match never goes quiet, so the way out is
            *> offered on every cycle: the second's wait between
            *> polls is spent waiting for a q
            spectate_quit_key.
                DISPLAY "Press q to stop watching:                  "
                    AT LINE 31 COLUMN 5.
                MOVE SPACE TO guess_y_tx.
                ACCEPT guess_y_tx AT LINE 31 COLUMN 31
                    WITH TIME-OUT 1.
                IF guess_y_tx = "q" OR guess_y_tx = "Q" THEN
                    MOVE 1 TO spec_quit
                END-IF.
                EXIT.

            *> take the whole feed in; it only counts as complete
            *> when both boards came through and the END line
            *> carries the FEED line's sequence
            read_spectator_feed.
                MOVE 0 TO spec_complete.
                MOVE 0 TO spec_boards_read.
                MOVE SPACES TO spec_seq_tx.
                MOVE SPACES TO spec_end_seq_tx.
                MOVE 0 TO spec_end_of_file.
                OPEN INPUT feed_file.
                IF feed_file_status = "00" THEN
                    PERFORM UNTIL spec_end_of_file = 1
                        READ feed_file
                            AT END MOVE 1 TO spec_end_of_file
                        END-READ
                        IF spec_end_of_file = 0 THEN
                            PERFORM take_feed_line
                        END-IF
                    END-PERFORM
                    CLOSE feed_file
                END-IF.
                IF spec_seq_tx NOT = SPACES
                        AND spec_seq_tx = spec_end_seq_tx
                        AND spec_boards_read = 2
                        AND spec_w_tx NUMERIC
                        AND spec_h_tx NUMERIC THEN
                    MOVE spec_w_tx TO spec_w
                    MOVE spec_h_tx TO spec_h
                    IF spec_w >= 1 AND spec_w <= BOARD_MAX
                            AND spec_h >= 1
                            AND spec_h <= BOARD_MAX THEN
                        MOVE 1 TO spec_complete
                    END-IF
                END-IF.
                EXIT.

            take_feed_line.
                MOVE SPACES TO spec_tag.
                UNSTRING feed_line DELIMITED BY ';'
                    INTO spec_tag
                END-UNSTRING.
                EVALUATE spec_tag
                    WHEN "FEED"
                        UNSTRING feed_line DELIMITED BY ';'
                            INTO spec_tag, spec_seq_tx, spec_state,
                                 spec_id, spec_mode, spec_w_tx,
                                 spec_h_tx, spec_salvo, spec_blitz_tx,
                                 spec_sudden, spec_winner,
                                 spec_last_player, spec_last_x_tx,
                                 spec_last_y_tx, spec_last_result
                        END-UNSTRING
                    WHEN "SIDE"
                        UNSTRING feed_line DELIMITED BY ';'
                            INTO spec_tag, spec_side_tx
                        END-UNSTRING
                        IF spec_side_tx = "1" OR spec_side_tx = "2"
                            THEN
                            MOVE spec_side_tx TO spec_side
                            UNSTRING feed_line DELIMITED BY ';'
                                INTO spec_tag, spec_side_tx,
                                     spec_name(spec_side),
                                     spec_score(spec_side),
                                     spec_hits(spec_side),
                                     spec_rounds(spec_side),
                                     spec_ships(spec_side),
                                     spec_think(spec_side)
                            END-UNSTRING
                        END-IF
                    WHEN "BOARD"
                        UNSTRING feed_line DELIMITED BY ';'
                            INTO spec_tag, spec_side_tx
                        END-UNSTRING
                        IF spec_side_tx = "1" OR spec_side_tx = "2"
                            THEN
                            MOVE spec_side_tx TO spec_side
                            UNSTRING feed_line DELIMITED BY ';'
                                INTO spec_tag, spec_side_tx,
                                     spec_board_tx(spec_side)
                            END-UNSTRING
                            ADD 1 TO spec_boards_read
                        END-IF
                    WHEN "END"
                        UNSTRING feed_line DELIMITED BY ';'
                            INTO spec_tag, spec_end_seq_tx
                        END-UNSTRING
                END-EVALUATE.
                EXIT.

            *> both boards side by side the way show_board lays
            *> them out, the score block under them and the state
            *> of the match at the bottom
            spectate_draw.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                PERFORM VARYING spec_side FROM 1 BY 1
                                    UNTIL spec_side > 2
                    COMPUTE spec_column = (spec_side - 1) * 38 + 4
                    DISPLAY spec_name(spec_side)
                            AT LINE 1 COLUMN spec_column
                            WITH FOREGROUND-COLOR green
                    PERFORM spectate_draw_board
                    PERFORM spectate_draw_score
                END-PERFORM.
                PERFORM spectate_draw_state.
                EXIT.

            spectate_draw_board.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > spec_w
                    COMPUTE spec_column =
                        (spec_side - 1) * 38 + 4 + j * TILE_WITH
                    DISPLAY letter_numbers(j)
                            AT LINE 2 COLUMN spec_column
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > spec_h
                    COMPUTE spec_line = i + 2
                    COMPUTE spec_column = (spec_side - 1) * 38 + 2
                    DISPLAY i AT LINE spec_line COLUMN spec_column
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j > spec_w
                        COMPUTE feed_pos = (i - 1) * BOARD_MAX + j
                        MOVE spec_board_tx(spec_side)(feed_pos:1)
                            TO spec_tile
                        EVALUATE spec_tile
                            WHEN EXPLOSION
                                MOVE red TO spec_color
                            WHEN MISSED
                                MOVE white TO spec_color
                            WHEN OTHER
                                *> never a ship, whatever the file says
                                MOVE WATER TO spec_tile
                                MOVE blue TO spec_color
                        END-EVALUATE
                        COMPUTE spec_column =
                            (spec_side - 1) * 38 + 4 + j * TILE_WITH
                        DISPLAY spec_tile
                                AT LINE spec_line COLUMN spec_column
                                WITH FOREGROUND-COLOR spec_color
                    END-PERFORM
                END-PERFORM.
                EXIT.

            spectate_draw_score.
                COMPUTE spec_column = (spec_side - 1) * 38 + 2.
                COMPUTE spec_line = spec_h + 4.
                DISPLAY "ships:" AT LINE spec_line COLUMN spec_column.
                ADD 8 TO spec_column.
                DISPLAY spec_ships(spec_side)
                        AT LINE spec_line COLUMN spec_column.
                SUBTRACT 8 FROM spec_column.
                ADD 1 TO spec_line.
                DISPLAY "score:" AT LINE spec_line COLUMN spec_column.
                ADD 8 TO spec_column.
                DISPLAY spec_score(spec_side)
                        AT LINE spec_line COLUMN spec_column.
                SUBTRACT 8 FROM spec_column.
                ADD 1 TO spec_line.
                DISPLAY "hits:" AT LINE spec_line COLUMN spec_column.
                ADD 8 TO spec_column.
                DISPLAY spec_hits(spec_side)
                        AT LINE spec_line COLUMN spec_column.
                ADD 4 TO spec_column.
                DISPLAY "of" AT LINE spec_line COLUMN spec_column.
                ADD 3 TO spec_column.
                DISPLAY spec_rounds(spec_side)
                        AT LINE spec_line COLUMN spec_column.
                SUBTRACT 15 FROM spec_column.
                IF spec_blitz_tx NOT = "00" THEN
                    ADD 1 TO spec_line
                    DISPLAY "think:"
                            AT LINE spec_line COLUMN spec_column
                    ADD 8 TO spec_column
                    DISPLAY spec_think(spec_side)
                            AT LINE spec_line COLUMN spec_column
                            WITH FOREGROUND-COLOR brown
                    ADD 6 TO spec_column
                    DISPLAY "s" AT LINE spec_line COLUMN spec_column
                END-IF.
                EXIT.

            spectate_draw_state.
                COMPUTE spec_line = spec_h + 9.
                IF spec_salvo = "1" THEN
                    DISPLAY "Salvo rules" AT LINE spec_line COLUMN 2
                END-IF.
                IF spec_blitz_tx NOT = "00" THEN
                    DISPLAY "Blitz clock:" AT LINE spec_line COLUMN 16
                    DISPLAY spec_blitz_tx AT LINE spec_line COLUMN 29
                            WITH FOREGROUND-COLOR brown
                    DISPLAY "s a turn" AT LINE spec_line COLUMN 31
                    IF spec_sudden = "1" THEN
                        DISPLAY "(sudden death)"
                                AT LINE spec_line COLUMN 40
                    END-IF
                END-IF.
                ADD 2 TO spec_line.
                EVALUATE spec_state
                    WHEN "F"
                        IF spec_winner = "1" OR spec_winner = "2" THEN
                            MOVE spec_winner TO spec_side
                            DISPLAY "Final - winner:"
                                    AT LINE spec_line COLUMN 2
                            DISPLAY spec_name(spec_side)
                                    AT LINE spec_line COLUMN 18
                                    WITH FOREGROUND-COLOR green BLINK
                        END-IF
                        ADD 1 TO spec_line
                        DISPLAY "Waiting for the next match..."
                                AT LINE spec_line COLUMN 2
                    WHEN "S"
                        DISPLAY "Match saved - waiting for it to resume."
                                AT LINE spec_line COLUMN 2
                    WHEN OTHER
                        DISPLAY "Live - match" AT LINE spec_line COLUMN 2
                        DISPLAY spec_id AT LINE spec_line COLUMN 15
                        PERFORM spectate_draw_last_shot
                END-EVALUATE.
                EXIT.

            spectate_draw_last_shot.
                IF (spec_last_player = "1" OR spec_last_player = "2")
                        AND spec_last_y_tx NUMERIC THEN
                    MOVE spec_last_player TO spec_side
                    MOVE spec_last_y_tx TO spec_last_y
                    ADD 1 TO spec_line
                    DISPLAY "Last shot:" AT LINE spec_line COLUMN 2
                    DISPLAY spec_name(spec_side)
                            AT LINE spec_line COLUMN 13
                    IF spec_last_y >= 1 AND spec_last_y <= 26 THEN
                        DISPLAY letter_numbers(spec_last_y)
                                AT LINE spec_line COLUMN 30
                    END-IF
                    DISPLAY spec_last_x_tx AT LINE spec_line COLUMN 31
                    IF spec_last_result = "H" THEN
                        DISPLAY "hit" AT LINE spec_line COLUMN 35
                                WITH FOREGROUND-COLOR red
                    ELSE
                        DISPLAY "miss" AT LINE spec_line COLUMN 35
                    END-IF
                END-IF.
                EXIT.

            *> entry point for correspondence play: resume a parked
            *> remote match from its checkpoint, or start a new one
            remote_game.
                MOVE "remote game" TO hold_what.
                PERFORM take_game_hold.
                PERFORM load_game_checkpoint.
                IF checkpoint_found = 1 AND GAME_MODE = 4 THEN
                    DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                            FOREGROUND-COLOR white
                    PERFORM set_screen_offsets
                    PERFORM set_remote_files
                    MOVE 0 TO GAME_OVER
                    MOVE 0 TO SAVE_REQUESTED
                    PERFORM remote_loop
                ELSE
                    PERFORM setup_remote_game
                    PERFORM remote_loop
                END-IF.
                EXIT.

            *> start a fresh remote match: pick which side this
            *> install plays, place only our own fleet, and track the
            *> opponent's fleet as a fog board fed by their replies
            setup_remote_game.
                MOVE 1 TO REMOTE_SIDE.
                ACCEPT remote_side_screen.
                IF REMOTE_SIDE NOT = 2 THEN
                    MOVE 1 TO REMOTE_SIDE
                END-IF.
                MOVE 4 TO GAME_MODE.
                MOVE 0 TO NOFOG_MODE.
                MOVE 0 TO SALVO_MODE.
                MOVE 0 TO SERIES_MODE.
                PERFORM init_parameters.
                PERFORM apply_board_size.
                PERFORM stamp_game_id.
                *> their header line names them once it arrives
                MOVE "Remote player" TO rival_name.
                MOVE 0 TO shot_turn_no.
                MOVE 0 TO cpu_radar_has_target.
                MOVE SPACES TO streak_class.
                MOVE 0 TO streak_count.
                MOVE 0 TO medal_streak_sink.
                MOVE ZEROS TO remote_sent.
                MOVE ZEROS TO remote_applied.
                MOVE ZEROS TO remote_last_x.
                MOVE ZEROS TO remote_last_y.
                MOVE "-" TO pending_result.
                MOVE SPACES TO pending_class.
                PERFORM set_remote_files.
                PERFORM write_remote_header.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                CALL "bot_ai" USING 0.
                PERFORM set_screen_offsets.
                PERFORM VARYING player FROM 1 BY 1 UNTIL player > 2
                    PERFORM zero_player_scores
                END-PERFORM.
                *> only our own fleet exists on this install; the
                *> opponent's board stays fog, their ship count is
                *> kept in step by the sunk replies they send
                MOVE HUMAN_PLAYER TO player.
                MOVE 1 TO p_ship_idx(player).
                PERFORM VARYING ship_idx FROM 1 BY 1
                                        UNTIL ship_idx > SHIP_NUMBER
                    MOVE fleet_ship(ship_idx)
                                TO build_ship_parameters
                    PERFORM place_one_ship
                END-PERFORM.
                MOVE SHIP_NUMBER TO p_ship_count(CPU_PLAYER).
                EXIT.

            *> a fresh match starts its outbound file with a header
            *> naming the board setup, so the two installs can tell
            *> right away when they don't match
            write_remote_header.
                OPEN OUTPUT move_out_file.
                MOVE SPACES TO move_out_line.
                MOVE BOARD_WIDTH TO hdr_w.
                MOVE BOARD_HEIGTH TO hdr_h.
                STRING "HDR;" hdr_w ";" hdr_h ";" SHIP_NUMBER ";"
                       player_name
                    INTO move_out_line
                END-STRING.
                WRITE move_out_line.
                CLOSE move_out_file.
                EXIT.

            *> which move file is ours and which is theirs
            set_remote_files.
                IF REMOTE_SIDE = 1 THEN
                    MOVE 'moves_p1.dat' TO move_out_file_name
                    MOVE 'moves_p2.dat' TO move_in_file_name
                ELSE
                    MOVE 'moves_p2.dat' TO move_out_file_name
                    MOVE 'moves_p1.dat' TO move_in_file_name
                END-IF.
                EXIT.

            *> alternate sending our move and applying theirs until
            *> the match ends, or park when their move isn't on the
            *> shared drive yet
            remote_loop.
                MOVE 0 TO REMOTE_WAITING.
                PERFORM UNTIL GAME_OVER = 1 OR REMOTE_WAITING = 1
                    *> side 1 opens each round, side 2 answers
                    IF (REMOTE_SIDE = 1
                            AND remote_sent = remote_applied)
                        OR (REMOTE_SIDE = 2
                            AND remote_sent < remote_applied) THEN
                        PERFORM remote_send_move
                    ELSE
                        PERFORM remote_apply_incoming
                    END-IF
                END-PERFORM.
                IF REMOTE_WAITING = 1 THEN
                    PERFORM save_game_checkpoint
                    DISPLAY "Parked - waiting on the opponent's file."
                        AT LINE 30 COLUMN 5
                    MOVE SPACE TO guess_y_tx
                    ACCEPT remote_park_screen
                    IF guess_y_tx = "x" THEN
                        PERFORM abandon_remote_match
                    END-IF
                ELSE
                    *> the match ended on their shot: they are still
                    *> owed the sink verdict - deliver it as a final
                    *> reply-only line (both coordinates zero, which
                    *> the receiver applies without a shot), so the
                    *> winning install sees the end too
                    IF pending_result NOT = "-" THEN
                        MOVE 0 TO guess_x
                        MOVE 0 TO guess_y
                        ADD 1 TO remote_sent
                        PERFORM append_outbound_move
                    END-IF
                    PERFORM do_game_over
                END-IF.
                EXIT.

            *> give up on a wedged or unwanted remote match: wipe the
            *> parked checkpoint so Remote Match starts fresh
            abandon_remote_match.
                OPEN OUTPUT checkpoint_file.
                CLOSE checkpoint_file.
                DISPLAY "Match abandoned." AT LINE 32 COLUMN 5.
                ACCEPT screen_game_over.
                EXIT.

            *> take our shot and append it to the outbound move file
            *> together with the reply owed about their last shot
            remote_send_move.
                MOVE HUMAN_PLAYER TO player.
                MOVE CPU_PLAYER TO enemy.
                MOVE HUMAN_PLAYER TO CURRENT_VIEWER.
                PERFORM show_board.
                DISPLAY "Remote match - your shot."
                    AT LINE 30 COLUMN 5.
                ACCEPT user_input_screen END-ACCEPT.
                *> q or s parks the match; it only ends by playing
                *> it out
                IF guess_y_tx = "q" OR guess_y_tx = "s" THEN
                    MOVE 1 TO REMOTE_WAITING
                ELSE
                    CALL "letters_to_numbers" USING guess_y_tx
                                                GIVING guess_y
                    IF guess_y < 1
                        OR guess_y > BOARD_WIDTH
                        OR guess_x < 1
                        OR guess_x > BOARD_HEIGTH
                        THEN
                            MOVE 1 TO guess_x
                            MOVE 1 TO guess_y
                    END-IF
                    *> no point wasting the round's one shot on a
                    *> square whose answer we already know
                    IF tile(enemy, guess_x, guess_y) = MISSED
                        OR tile(enemy, guess_x, guess_y) = EXPLOSION
                        *> never miss a chance to use GOTO :)
                        GO TO remote_send_move
                    END-IF
                    MOVE guess_x TO remote_last_x
                    MOVE guess_y TO remote_last_y
                    ADD 1 TO remote_sent
                    PERFORM append_outbound_move
                END-IF.
                EXIT.

            append_outbound_move.
                MOVE guess_x TO shot_x_out.
                MOVE guess_y TO shot_y_out.
                OPEN EXTEND move_out_file.
                IF move_out_file_status = "35" THEN
                    OPEN OUTPUT move_out_file
                END-IF.
                MOVE SPACES TO move_out_line.
                STRING remote_sent ";"
                       shot_x_out ";"
                       shot_y_out ";"
                       pending_result ";"
                       pending_class
                    INTO move_out_line
                END-STRING.
                WRITE move_out_line.
                CLOSE move_out_file.
                *> the reply has been delivered
                MOVE "-" TO pending_result.
                MOVE SPACES TO pending_class.
                EXIT.

            *> look for the opponent's next move in their file; if it
            *> isn't there yet the match parks itself
            remote_apply_incoming.
                PERFORM read_inbound_move.
                IF remote_header_bad = 1 THEN
                    DISPLAY "Opponent plays a different board "
                        AT LINE 30 COLUMN 5
                    DISPLAY "setup - abandon this match (x)."
                        AT LINE 32 COLUMN 5
                    MOVE 1 TO REMOTE_WAITING
                ELSE
                IF remote_line_found = 0 THEN
                    MOVE 1 TO REMOTE_WAITING
                ELSE
                    PERFORM validate_inbound_move
                    IF remote_line_found = 1 THEN
                        PERFORM apply_inbound_reply
                        *> a reply-only line carries no shot
                        IF remote_terminal = 0 THEN
                            PERFORM apply_inbound_shot
                        END-IF
                        ADD 1 TO remote_applied
                    ELSE
                        DISPLAY "Bad incoming move - not applied. "
                            AT LINE 30 COLUMN 5
                        DISPLAY "Abandon this match with x."
                            AT LINE 32 COLUMN 5
                        MOVE 1 TO REMOTE_WAITING
                    END-IF
                END-IF
                END-IF.
                EXIT.

            *> fetch line number remote_applied + 1 of the inbound
            *> file, the opponent's next unseen move
            read_inbound_move.
                MOVE 0 TO remote_line_found.
                MOVE 0 TO remote_header_bad.
                MOVE ZEROS TO in_line_count.
                OPEN INPUT move_in_file.
                IF move_in_file_status = "00" THEN
                    PERFORM UNTIL remote_line_found = 1
                                OR remote_header_bad = 1
                                OR move_in_file_status NOT = "00"
                        READ move_in_file
                            AT END CONTINUE
                            NOT AT END
                                *> the header line names the board
                                *> setup and doesn't count as a move
                                IF move_in_line(1:4) = "HDR;" THEN
                                    PERFORM check_remote_header
                                ELSE
                                    ADD 1 TO in_line_count
                                    IF in_line_count
                                            > remote_applied THEN
                                        MOVE 1 TO remote_line_found
                                        MOVE move_in_line
                                            TO in_move_line
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE move_in_file
                END-IF.
                EXIT.

            *> both installs must agree on the board and fleet; a
            *> mismatch is reported instead of wedging the exchange.
            *> the header also names the player on the other side
            check_remote_header.
                MOVE SPACES TO hdr_name_tx.
                UNSTRING move_in_line DELIMITED BY ';'
                    INTO hdr_tag, hdr_w_tx, hdr_h_tx, hdr_ships_tx,
                         hdr_name_tx
                END-UNSTRING.
                IF hdr_name_tx NOT = SPACES THEN
                    MOVE hdr_name_tx TO rival_name
                END-IF.
                IF hdr_w_tx NUMERIC AND hdr_h_tx NUMERIC
                        AND hdr_ships_tx NUMERIC THEN
                    MOVE hdr_w_tx TO hdr_w
                    MOVE hdr_h_tx TO hdr_h
                    MOVE hdr_ships_tx TO hdr_ships
                    IF hdr_w NOT = BOARD_WIDTH
                            OR hdr_h NOT = BOARD_HEIGTH
                            OR hdr_ships NOT = SHIP_NUMBER THEN
                        MOVE 1 TO remote_header_bad
                    END-IF
                ELSE
                    MOVE 1 TO remote_header_bad
                END-IF.
                EXIT.

            *> the incoming line must carry the expected turn number
            *> and an on-board coordinate before it is trusted
            validate_inbound_move.
                MOVE SPACES TO in_turn_tx.
                MOVE SPACES TO in_x_tx.
                MOVE SPACES TO in_y_tx.
                MOVE SPACE TO in_result_tx.
                MOVE SPACES TO in_class_tx.
                UNSTRING in_move_line DELIMITED BY ';'
                    INTO in_turn_tx, in_x_tx, in_y_tx,
                         in_result_tx, in_class_tx
                END-UNSTRING.
                MOVE 0 TO remote_line_found.
                MOVE 0 TO remote_terminal.
                IF in_turn_tx NUMERIC
                        AND in_x_tx NUMERIC
                        AND in_y_tx NUMERIC THEN
                    MOVE in_turn_tx TO in_turn
                    MOVE in_x_tx TO guess_x
                    MOVE in_y_tx TO guess_y
                    IF in_turn = remote_applied + 1 THEN
                        IF guess_x >= 1
                                AND guess_x <= BOARD_HEIGTH
                                AND guess_y >= 1
                                AND guess_y <= BOARD_WIDTH THEN
                            MOVE 1 TO remote_line_found
                        END-IF
                        *> both coordinates zero: the opponent's
                        *> final reply-only line closing the match
                        IF guess_x = 0 AND guess_y = 0
                                AND (in_result_tx = "H"
                                    OR in_result_tx = "M"
                                    OR in_result_tx = "S") THEN
                            MOVE 1 TO remote_line_found
                            MOVE 1 TO remote_terminal
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> their reply about our outstanding shot: paint it on
            *> the fog board and score it, exactly as resolve_move
            *> would have if the enemy fleet were local
            apply_inbound_reply.
                IF (in_result_tx = "H" OR in_result_tx = "S")
                        AND remote_last_x > 0 THEN
                    MOVE HUMAN_PLAYER TO player
                    MOVE tile_data(CPU_PLAYER, remote_last_x,
                                    remote_last_y) TO current_tile
                    MOVE EXPLOSION TO curr_tile_sprite
                    IF FIRE_ON_HIT = 1 THEN
                        MOVE red TO curr_tile_color
                    END-IF
                    MOVE in_class_tx TO curr_tile_class
                    MOVE current_tile TO tile_data(CPU_PLAYER,
                                    remote_last_x, remote_last_y)
                    ADD 1 TO p_score_hit_count(player)
                    COMPUTE p_score(player) = (
                            SCORE_HIT + p_score(player)
                            - (p_score_since_last(player)
                                * SCORE_MISS))
                    MOVE 0 TO p_score_since_last(player)
                    ADD 1 TO p_score_rounds_count(player)
                    MOVE "H" TO shot_result_tx
                    PERFORM log_remote_own_shot
                    IF in_result_tx = "S" THEN
                        SUBTRACT 1 FROM p_ship_count(CPU_PLAYER)
                        IF p_ship_count(CPU_PLAYER) <= 0 THEN
                            MOVE 1 TO GAME_OVER
                        END-IF
                    END-IF
                END-IF.
                IF in_result_tx = "M" AND remote_last_x > 0 THEN
                    MOVE HUMAN_PLAYER TO player
                    MOVE tile_data(CPU_PLAYER, remote_last_x,
                                    remote_last_y) TO current_tile
                    MOVE MISSED TO curr_tile_sprite
                    MOVE current_tile TO tile_data(CPU_PLAYER,
                                    remote_last_x, remote_last_y)
                    ADD 1 TO p_score_since_last(player)
                    ADD 1 TO p_score_rounds_count(player)
                    MOVE "M" TO shot_result_tx
                    PERFORM log_remote_own_shot
                END-IF.
                EXIT.

            *> our own shots can't go through resolve_move (there is
            *> no local enemy fleet), so the shots log entry is made
            *> here once the verdict arrives
            log_remote_own_shot.
                MOVE HUMAN_PLAYER TO player.
                MOVE remote_last_x TO guess_x.
                MOVE remote_last_y TO guess_y.
                ADD 1 TO shot_turn_no.
                PERFORM log_shot.
                MOVE "P" TO feed_state.
                MOVE 0 TO feed_winner.
                PERFORM write_spectator_feed.
                EXIT.

            *> their shot lands on our fleet through resolve_move,
            *> and its verdict becomes the reply we owe them
            apply_inbound_shot.
                MOVE CPU_PLAYER TO player.
                MOVE HUMAN_PLAYER TO enemy.
                MOVE in_x_tx TO guess_x.
                MOVE in_y_tx TO guess_y.
                MOVE p_ship_count(HUMAN_PLAYER)
                    TO remote_ships_before.
                PERFORM resolve_move.
                MOVE shot_result_tx TO pending_result.
                IF shot_result_tx = "H" THEN
                    MOVE curr_tile_class TO pending_class
                    IF p_ship_count(HUMAN_PLAYER)
                            < remote_ships_before THEN
                        MOVE "S" TO pending_result
                    END-IF
                ELSE
                    MOVE SPACES TO pending_class
                END-IF.
                EXIT.

            *> load the rating ladder from storage, validating each
            *> line the same way the other hand-editable files are
            load_ladder.
                MOVE 0 TO ladder_count.
                MOVE 0 TO ladder_end_of_file.
                MOVE 0 TO skipped_ladder_lines.
                OPEN INPUT ladder_file.
                IF ladder_file_status = "00" THEN
                    PERFORM UNTIL ladder_end_of_file = 1
                                    OR ladder_count >= LADDER_MAX
                        READ ladder_file
                            AT END MOVE 1 TO ladder_end_of_file
                        END-READ
                        IF ladder_end_of_file = 0 THEN
                            ADD 1 TO ladder_count
                            PERFORM validate_ladder_record
                            IF ladder_line_valid = 0 THEN
                                SUBTRACT 1 FROM ladder_count
                                ADD 1 TO skipped_ladder_lines
                                DISPLAY "Skipping bad ladder line: "
                                    ladder_line
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE ladder_file
                END-IF.
                IF skipped_ladder_lines > 0 THEN
                    DISPLAY skipped_ladder_lines
                        " malformed ladder line(s) skipped"
                END-IF.
                EXIT.

            *> a ladder line must have exactly 3 fields, a non-blank
            *> name and numeric rating/games
            validate_ladder_record.
                MOVE 1 TO ladder_line_valid.
                MOVE SPACES TO ladder_trailing_field.
                *> TALLYING adds to its counter, so it must be
                *> zeroed per line or every line after the first
                *> fails the field-count test
                MOVE 0 TO ladder_field_count.
                UNSTRING ladder_line DELIMITED BY ';'
                    INTO lad_name(ladder_count)
                         lad_rating(ladder_count)
                         lad_games(ladder_count)
                         ladder_trailing_field
                    TALLYING IN ladder_field_count
                END-UNSTRING.
                IF ladder_field_count NOT = 3
                    OR lad_name(ladder_count) = SPACES
                    OR lad_rating(ladder_count) NOT NUMERIC
                    OR lad_games(ladder_count) NOT NUMERIC
                    OR ladder_trailing_field NOT = SPACES THEN
                    MOVE 0 TO ladder_line_valid
                END-IF.
                EXIT.

            save_ladder.
                MOVE 0 TO ladder_saved.
                MOVE ZEROS TO lock_tries.
                PERFORM open_ladder_output.
                PERFORM clear_busy_notice.
                IF ladder_file_status NOT = "00" THEN
                    MOVE ladder_file_name TO lock_file_tx
                    MOVE ladder_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > ladder_count
                        MOVE SPACES TO ladder_line
                        STRING lad_name(i) ";"
                               lad_rating(i) ";"
                               lad_games(i)
                            INTO ladder_line
                        END-STRING
                        WRITE ladder_line
                    END-PERFORM
                    CLOSE ladder_file
                    MOVE 1 TO ladder_saved
                END-IF.
                EXIT.

            *> as open_profiles_output
            open_ladder_output.
                OPEN OUTPUT SHARING WITH NO OTHER ladder_file.
                IF ladder_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE ladder_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_ladder_output
                END-IF.
                EXIT.

            *> order the ladder best rating first, so entry 1 is the
            *> current leader (and the champion at season close)
            sort_ladder.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= ladder_count
                    PERFORM VARYING j FROM 1 BY 1
                                        UNTIL j >= ladder_count
                        ADD 1 TO j GIVING x
                        IF lad_rating(x) > lad_rating(j) THEN
                            MOVE ladder_entry(j) TO ladder_swap
                            MOVE ladder_entry(x) TO ladder_entry(j)
                            MOVE ladder_swap TO ladder_entry(x)
                        END-IF
                    END-PERFORM
                END-PERFORM.
                EXIT.

            *> point ladder_idx at rating_name's entry, creating a
            *> fresh one at the starting rating for a new player;
            *> ladder_idx 0 means the ladder is full
            find_or_add_ladder_entry.
                MOVE 0 TO ladder_idx.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > ladder_count
                                                    OR ladder_idx > 0
                    IF lad_name(i) = rating_name THEN
                        MOVE i TO ladder_idx
                    END-IF
                END-PERFORM.
                IF ladder_idx = 0 AND ladder_count < LADDER_MAX THEN
                    ADD 1 TO ladder_count
                    MOVE ladder_count TO ladder_idx
                    MOVE rating_name TO lad_name(ladder_idx)
                    MOVE LADDER_START_RATING
                        TO lad_rating(ladder_idx)
                    MOVE 0 TO lad_games(ladder_idx)
                END-IF.
                EXIT.

            *> the Elo update itself: expected score from the rating
            *> gap, then move the rating by K times the surprise
            rate_one_player.
                PERFORM find_or_add_ladder_entry.
                IF ladder_idx > 0 THEN
                    MOVE lad_rating(ladder_idx) TO elo_mine
                    COMPUTE elo_exponent ROUNDED =
                        (elo_opponent - elo_mine) / 400
                    *> the curve is flat out there anyway, and this
                    *> keeps 10 ** x inside comfortable bounds
                    IF elo_exponent > 5 THEN
                        MOVE 5 TO elo_exponent
                    END-IF
                    IF elo_exponent < -5 THEN
                        MOVE -5 TO elo_exponent
                    END-IF
                    COMPUTE elo_expected ROUNDED =
                        1 / (1 + 10 ** elo_exponent)
                    COMPUTE elo_new ROUNDED = elo_mine
                        + (elo_k * (elo_result - elo_expected))
                    IF elo_new < 100 THEN
                        MOVE 100 TO elo_new
                    END-IF
                    IF elo_new > 9999 THEN
                        MOVE 9999 TO elo_new
                    END-IF
                    MOVE elo_new TO lad_rating(ladder_idx)
                    ADD 1 TO lad_games(ladder_idx)
                END-IF.
                EXIT.

            *> rate the named player's game against the bot; the
            *> bot's stand-in rating and the K weight scale with the
            *> difficulty it was playing at
            update_ladder_vs_cpu.
                IF player_name NOT = SPACES THEN
                    PERFORM lock_tables
                    PERFORM load_ladder
                    EVALUATE AI_DIFFICULTY
                        WHEN 1
                            MOVE 800 TO elo_opponent
                            MOVE 16 TO elo_k
                        WHEN 3
                            MOVE 1200 TO elo_opponent
                            MOVE 32 TO elo_k
                        WHEN OTHER
                            MOVE 1000 TO elo_opponent
                            MOVE 24 TO elo_k
                    END-EVALUATE
                    MOVE player_name TO rating_name
                    IF player = HUMAN_PLAYER THEN
                        MOVE 1 TO elo_result
                    ELSE
                        MOVE 0 TO elo_result
                    END-IF
                    PERFORM rate_one_player
                    PERFORM save_ladder
                    PERFORM unlock_tables
                END-IF.
                EXIT.

            *> rate both named players of a hot-seat series game
            *> against each other, both from their pre-game ratings
            update_ladder_pair.
                PERFORM lock_tables.
                PERFORM load_ladder.
                MOVE 24 TO elo_k.
                MOVE series_p1 TO rating_name.
                PERFORM find_or_add_ladder_entry.
                IF ladder_idx > 0 THEN
                    MOVE lad_rating(ladder_idx) TO elo_p1_before
                ELSE
                    MOVE LADDER_START_RATING TO elo_p1_before
                END-IF.
                MOVE series_p2 TO rating_name.
                PERFORM find_or_add_ladder_entry.
                IF ladder_idx > 0 THEN
                    MOVE lad_rating(ladder_idx) TO elo_opponent
                ELSE
                    MOVE LADDER_START_RATING TO elo_opponent
                END-IF.
                MOVE series_p1 TO rating_name.
                IF player = HUMAN_PLAYER THEN
                    MOVE 1 TO elo_result
                ELSE
                    MOVE 0 TO elo_result
                END-IF.
                PERFORM rate_one_player.
                MOVE series_p2 TO rating_name.
                MOVE elo_p1_before TO elo_opponent.
                SUBTRACT elo_result FROM 1 GIVING elo_result.
                PERFORM rate_one_player.
                PERFORM save_ladder.
                PERFORM unlock_tables.
                EXIT.

            *> the ladder screen: current ratings best first, plus
            *> the season close-out entry point
            show_ladder.
                PERFORM load_ladder.
                PERFORM sort_ladder.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Rating Ladder" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "=============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                IF ladder_count = 0 THEN
                    DISPLAY "No rated games yet."
                        AT LINE 6 COLUMN 10
                ELSE
                    *> the screen fits 20 rows above the prompt; the
                    *> tail of a full 30-deep ladder stays in the file
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > ladder_count
                                              OR i > 20
                        ADD 5 TO i GIVING screen_line
                        DISPLAY i AT LINE screen_line COLUMN 10
                                WITH FOREGROUND-COLOR cyan
                        DISPLAY lad_name(i)
                                AT LINE screen_line COLUMN 14
                        DISPLAY lad_rating(i)
                                AT LINE screen_line COLUMN 32
                                WITH FOREGROUND-COLOR green
                        DISPLAY lad_games(i)
                                AT LINE screen_line COLUMN 40
                                WITH FOREGROUND-COLOR brown
                    END-PERFORM
                END-IF.
                MOVE SPACE TO guess_y_tx.
                ACCEPT ladder_prompt_screen.
                IF guess_y_tx = "c" THEN
                    PERFORM close_season
                END-IF.
                EXIT.

            *> season close-out: archive the season's ladder with its
            *> champion stamped on top, then reset the ratings so the
            *> new season starts fresh. the ladder on screen may be
            *> out of date by now, so it is read again under lock
            close_season.
                PERFORM lock_tables.
                PERFORM load_ladder.
                IF ladder_count > 0 THEN
                    PERFORM sort_ladder
                    PERFORM stamp_game_date
                    MOVE SPACES TO ladder_file_name
                    STRING "ladder_season_" game_date_tx ".csv"
                        INTO ladder_file_name
                    END-STRING
                    OPEN OUTPUT ladder_file
                    MOVE SPACES TO ladder_line
                    STRING "CHAMPION;" lad_name(1) ";" lad_rating(1)
                        INTO ladder_line
                    END-STRING
                    WRITE ladder_line
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > ladder_count
                        MOVE SPACES TO ladder_line
                        STRING lad_name(i) ";"
                               lad_rating(i) ";"
                               lad_games(i)
                            INTO ladder_line
                        END-STRING
                        WRITE ladder_line
                    END-PERFORM
                    CLOSE ladder_file
                    MOVE 'ladder.csv' TO ladder_file_name
                    DISPLAY "Season champion:" AT LINE 26 COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY lad_name(1) AT LINE 26 COLUMN 27
                            WITH FOREGROUND-COLOR cyan
                    *> fresh ratings for the new season
                    MOVE 0 TO ladder_count
                    PERFORM save_ladder
                    PERFORM unlock_tables
                    DISPLAY "Ladder reset for the new season."
                        AT LINE 27 COLUMN 10
                    MOVE SPACE TO guess_y_tx
                    ACCEPT ladder_prompt_screen
                ELSE
                    PERFORM unlock_tables
                END-IF.
                EXIT.

            *> the challenge board: what stands, and the issue /
            *> accept / decline prompt; a deadline already gone by
            *> is settled as a forfeit before anything is shown
            challenge_board.
                PERFORM sweep_expired_challenges.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Ladder Challenges" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "=================" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                IF chal_count = 0 THEN
                    DISPLAY "No challenges standing."
                        AT LINE 6 COLUMN 10
                ELSE
                    DISPLAY "Challenger" AT LINE 6 COLUMN 14
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "Defender" AT LINE 6 COLUMN 32
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "Play by" AT LINE 6 COLUMN 50
                            WITH FOREGROUND-COLOR cyan
                    *> 20 rows fit above the prompt, as on the ladder
                    PERFORM VARYING chal_idx FROM 1 BY 1
                                        UNTIL chal_idx > chal_count
                                              OR chal_idx > 20
                        ADD 6 TO chal_idx GIVING screen_line
                        DISPLAY chal_idx AT LINE screen_line COLUMN 10
                                WITH FOREGROUND-COLOR cyan
                        DISPLAY chal_challenger(chal_idx)
                                AT LINE screen_line COLUMN 14
                        DISPLAY chal_defender(chal_idx)
                                AT LINE screen_line COLUMN 32
                        DISPLAY chal_deadline(chal_idx)
                                AT LINE screen_line COLUMN 50
                                WITH FOREGROUND-COLOR brown
                        IF chal_state(chal_idx) = "A" THEN
                            DISPLAY "accepted"
                                AT LINE screen_line COLUMN 60
                                WITH FOREGROUND-COLOR green
                        ELSE
                            DISPLAY "open"
                                AT LINE screen_line COLUMN 60
                        END-IF
                    END-PERFORM
                END-IF.
                MOVE SPACE TO guess_y_tx.
                ACCEPT challenge_prompt_screen.
                EVALUATE guess_y_tx
                    WHEN "i"
                        PERFORM issue_challenge
                        GO TO challenge_board
                    WHEN "a"
                    WHEN "d"
                        PERFORM answer_challenge
                        GO TO challenge_board
                END-EVALUATE.
                EXIT.

            *> challenges are issued and answered under the player's
            *> own name, asked for here the way game over does
            challenge_need_name.
                IF player_name = SPACES THEN
                    ACCEPT set_player_name_screen
                    PERFORM store_profile_settings
                END-IF.
                EXIT.

            *> the signed-in player picks a target from the ladder
            *> places within reach above them
            issue_challenge.
                PERFORM challenge_need_name.
                IF player_name NOT = SPACES THEN
                    PERFORM find_challenge_reach
                    DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                            FOREGROUND-COLOR white
                    DISPLAY "Issue a challenge" AT LINE 3 COLUMN 10
                            WITH FOREGROUND-COLOR green
                    DISPLAY "=================" AT LINE 4 COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    IF chal_my_pos = 1 THEN
                        MOVE "Top of the ladder - nobody to challenge."
                            TO chal_message
                        PERFORM show_challenge_message
                    ELSE
                        MOVE 6 TO screen_line
                        PERFORM VARYING i FROM chal_low_pos BY 1
                                            UNTIL i >= chal_my_pos
                            DISPLAY i AT LINE screen_line COLUMN 10
                                    WITH FOREGROUND-COLOR cyan
                            DISPLAY lad_name(i)
                                    AT LINE screen_line COLUMN 14
                            DISPLAY lad_rating(i)
                                    AT LINE screen_line COLUMN 32
                                    WITH FOREGROUND-COLOR green
                            ADD 1 TO screen_line
                        END-PERFORM
                        MOVE 0 TO chal_pick
                        ACCEPT challenge_pick_screen
                        IF chal_pick >= chal_low_pos
                                AND chal_pick < chal_my_pos THEN
                            PERFORM add_challenge
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            *> the player's place on the sorted ladder and the
            *> highest place they may reach; someone not on the
            *> ladder yet stands just below its foot
            find_challenge_reach.
                PERFORM load_ladder.
                PERFORM sort_ladder.
                ADD 1 TO ladder_count GIVING chal_my_pos.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > ladder_count
                    IF lad_name(i) = player_name THEN
                        MOVE i TO chal_my_pos
                    END-IF
                END-PERFORM.
                IF chal_my_pos > CHALLENGE_REACH THEN
                    SUBTRACT CHALLENGE_REACH FROM chal_my_pos
                        GIVING chal_low_pos
                ELSE
                    MOVE 1 TO chal_low_pos
                END-IF.
                EXIT.

            *> put player_name's challenge to ladder place chal_pick
            *> on the board, one standing challenge per pair
            add_challenge.
                PERFORM lock_tables.
                PERFORM load_challenges.
                MOVE SPACES TO chal_message.
                MOVE 0 TO chal_found.
                PERFORM VARYING chal_idx FROM 1 BY 1
                                    UNTIL chal_idx > chal_count
                    IF (chal_challenger(chal_idx) = player_name
                         AND chal_defender(chal_idx)
                                            = lad_name(chal_pick))
                       OR (chal_challenger(chal_idx)
                                            = lad_name(chal_pick)
                         AND chal_defender(chal_idx) = player_name)
                            THEN
                        MOVE chal_idx TO chal_found
                    END-IF
                END-PERFORM.
                IF chal_found > 0 THEN
                    MOVE "A challenge between you already stands."
                        TO chal_message
                ELSE
                    IF chal_count >= CHALLENGE_MAX THEN
                        MOVE "The challenge board is full."
                            TO chal_message
                    ELSE
                        PERFORM stamp_challenge_today
                        ADD 1 TO chal_count
                        MOVE player_name TO chal_challenger(chal_count)
                        MOVE lad_name(chal_pick)
                            TO chal_defender(chal_count)
                        MOVE chal_today TO chal_issued(chal_count)
                        COMPUTE chal_date_int =
                            FUNCTION INTEGER-OF-DATE(chal_today)
                            + CHALLENGE_DAYS
                        COMPUTE chal_deadline(chal_count) =
                            FUNCTION DATE-OF-INTEGER(chal_date_int)
                        MOVE "O" TO chal_state(chal_count)
                        PERFORM save_challenges
                    END-IF
                END-IF.
                PERFORM unlock_tables.
                IF chal_message NOT = SPACES THEN
                    PERFORM show_challenge_message
                END-IF.
                EXIT.

            *> only the defender answers, and only while the
            *> challenge is still open: accepting just marks it, the
            *> match itself settles it; declining withdraws it with
            *> no rating change. a player not signed in yet gives
            *> their name first and comes back to the board
            answer_challenge.
                IF player_name = SPACES THEN
                    PERFORM challenge_need_name
                ELSE
                    MOVE 0 TO chal_pick
                    ACCEPT challenge_pick_screen
                    IF chal_pick > 0 AND chal_pick NOT > chal_count
                            THEN
                        PERFORM answer_one_challenge
                    END-IF
                END-IF.
                EXIT.

            *> the board was read when it was shown; the challenge
            *> is found again by its pair on a fresh read under
            *> lock, in case another terminal settled it meanwhile
            answer_one_challenge.
                MOVE chal_challenger(chal_pick) TO chal_pick_challenger.
                MOVE chal_defender(chal_pick) TO chal_pick_defender.
                PERFORM lock_tables.
                PERFORM load_challenges.
                MOVE 0 TO chal_pick.
                PERFORM VARYING chal_idx FROM 1 BY 1
                                    UNTIL chal_idx > chal_count
                    IF chal_challenger(chal_idx) = chal_pick_challenger
                            AND chal_defender(chal_idx)
                                            = chal_pick_defender THEN
                        MOVE chal_idx TO chal_pick
                    END-IF
                END-PERFORM.
                MOVE SPACES TO chal_message.
                IF chal_pick = 0 THEN
                    MOVE "That challenge has been settled meanwhile."
                        TO chal_message
                ELSE
                    PERFORM answer_picked_challenge
                END-IF.
                PERFORM unlock_tables.
                IF chal_message NOT = SPACES THEN
                    PERFORM show_challenge_message
                END-IF.
                EXIT.

            answer_picked_challenge.
                IF chal_defender(chal_pick) NOT = player_name
                        OR chal_state(chal_pick) NOT = "O" THEN
                    MOVE "Only its defender answers an open challenge."
                        TO chal_message
                ELSE
                    IF guess_y_tx = "a" THEN
                        MOVE "A" TO chal_state(chal_pick)
                    ELSE
                        PERFORM stamp_challenge_today
                        MOVE chal_pick TO chal_idx
                        MOVE "D" TO chal_outcome
                        MOVE SPACES TO chal_winner
                        MOVE chal_today TO chal_closed
                        MOVE SPACES TO chal_game_tx
                        PERFORM settle_challenge
                    END-IF
                    PERFORM save_challenges
                END-IF.
                EXIT.

            show_challenge_message.
                DISPLAY chal_message AT LINE 30 COLUMN 10
                        WITH FOREGROUND-COLOR brown.
                DISPLAY "Press any key" AT LINE 31 COLUMN 10 BLINK.
                ACCEPT OMITTED AT LINE 31.
                EXIT.

            stamp_challenge_today.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO chal_today.
                EXIT.

            *> the standing challenges, each line checked the way
            *> the ladder's are before it is trusted
            load_challenges.
                MOVE 0 TO chal_count.
                MOVE 0 TO chal_end_of_file.
                OPEN INPUT chal_file.
                IF chal_file_status = "00" THEN
                    PERFORM UNTIL chal_end_of_file = 1
                                    OR chal_count >= CHALLENGE_MAX
                        READ chal_file
                            AT END MOVE 1 TO chal_end_of_file
                        END-READ
                        IF chal_end_of_file = 0 THEN
                            ADD 1 TO chal_count
                            PERFORM validate_challenge_record
                            IF chal_line_valid = 0 THEN
                                SUBTRACT 1 FROM chal_count
                                DISPLAY "Skipping bad challenge line: "
                                    chal_line
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE chal_file
                END-IF.
                EXIT.

            *> exactly 5 fields: two names, two yyyymmdd dates and
            *> an O/A state
            validate_challenge_record.
                MOVE 1 TO chal_line_valid.
                MOVE SPACES TO chal_trailing_field.
                MOVE 0 TO chal_field_count.
                UNSTRING chal_line DELIMITED BY ';'
                    INTO chal_challenger(chal_count)
                         chal_defender(chal_count)
                         chal_issued(chal_count)
                         chal_deadline(chal_count)
                         chal_state(chal_count)
                         chal_trailing_field
                    TALLYING IN chal_field_count
                END-UNSTRING.
                IF chal_field_count NOT = 5
                    OR chal_challenger(chal_count) = SPACES
                    OR chal_defender(chal_count) = SPACES
                    OR chal_issued(chal_count) NOT NUMERIC
                    OR chal_deadline(chal_count) NOT NUMERIC
                    OR (chal_state(chal_count) NOT = "O"
                        AND chal_state(chal_count) NOT = "A")
                    OR chal_trailing_field NOT = SPACES THEN
                    MOVE 0 TO chal_line_valid
                END-IF.
                EXIT.

            save_challenges.
                MOVE ZEROS TO lock_tries.
                PERFORM open_challenges_output.
                PERFORM clear_busy_notice.
                IF chal_file_status NOT = "00" THEN
                    MOVE chal_file_name TO lock_file_tx
                    MOVE chal_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    PERFORM VARYING chal_save_idx FROM 1 BY 1
                                    UNTIL chal_save_idx > chal_count
                        MOVE SPACES TO chal_line
                        STRING chal_challenger(chal_save_idx) ";"
                               chal_defender(chal_save_idx) ";"
                               chal_issued(chal_save_idx) ";"
                               chal_deadline(chal_save_idx) ";"
                               chal_state(chal_save_idx)
                            INTO chal_line
                        END-STRING
                        WRITE chal_line
                    END-PERFORM
                    CLOSE chal_file
                END-IF.
                EXIT.

            *> as open_profiles_output
            open_challenges_output.
                OPEN OUTPUT SHARING WITH NO OTHER chal_file.
                IF chal_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE chal_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_challenges_output
                END-IF.
                EXIT.

            *> log challenge chal_idx as settled (chal_outcome,
            *> chal_winner, chal_closed, chal_game_tx) and take it
            *> off the board; the caller saves the board. a log
            *> that cannot be written leaves it standing, with
            *> chal_settled 0
            settle_challenge.
                MOVE ZEROS TO lock_tries.
                PERFORM open_chal_log_append.
                PERFORM clear_busy_notice.
                MOVE 0 TO chal_settled.
                IF chal_log_file_status NOT = "00" THEN
                    MOVE chal_log_file_name TO lock_file_tx
                    MOVE chal_log_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    MOVE SPACES TO chal_log_line
                    STRING chal_closed ";"
                           chal_outcome ";"
                           chal_challenger(chal_idx) ";"
                           chal_defender(chal_idx) ";"
                           chal_winner ";"
                           chal_game_tx
                        INTO chal_log_line
                    END-STRING
                    WRITE chal_log_line
                    CLOSE chal_log_file
                    PERFORM VARYING chal_shift_idx FROM chal_idx BY 1
                                    UNTIL chal_shift_idx >= chal_count
                        MOVE chal_tab(chal_shift_idx + 1)
                            TO chal_tab(chal_shift_idx)
                    END-PERFORM
                    SUBTRACT 1 FROM chal_count
                    MOVE 1 TO chal_settled
                END-IF.
                EXIT.

            *> as open_journal_append
            open_chal_log_append.
                OPEN EXTEND SHARING WITH NO OTHER chal_log_file.
                IF chal_log_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER chal_log_file
                END-IF.
                IF chal_log_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE chal_log_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_chal_log_append
                END-IF.
                EXIT.

            *> every challenge whose deadline has gone by unplayed
            *> is a win for the challenger. the board is saved
            *> before the rating moves, so a crash in between can
            *> cost the rating but never rate the forfeit twice
            sweep_expired_challenges.
                PERFORM lock_tables.
                PERFORM load_challenges.
                PERFORM stamp_challenge_today.
                PERFORM VARYING chal_idx FROM chal_count BY -1
                                    UNTIL chal_idx < 1
                    IF chal_today > chal_deadline(chal_idx) THEN
                        MOVE chal_challenger(chal_idx) TO series_p1
                        MOVE chal_defender(chal_idx) TO series_p2
                        MOVE "F" TO chal_outcome
                        MOVE series_p1 TO chal_winner
                        MOVE chal_today TO chal_closed
                        MOVE SPACES TO chal_game_tx
                        PERFORM settle_challenge
                        IF chal_settled = 1 THEN
                            PERFORM save_challenges
                            MOVE HUMAN_PLAYER TO player
                            PERFORM update_ladder_pair
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM unlock_tables.
                EXIT.

            *> game over between two named players: a challenge
            *> standing between them, played by its deadline, is
            *> settled by this match and the pair rated on it -
            *> unless it was a series game, which the series
            *> posting has already rated
            post_challenge_result.
                PERFORM lock_tables.
                PERFORM load_challenges.
                PERFORM stamp_challenge_today.
                MOVE SPACES TO chal_date_digits.
                STRING game_date_tx(1:4)
                       game_date_tx(6:2)
                       game_date_tx(9:2)
                    INTO chal_date_digits
                END-STRING.
                IF chal_date_digits NUMERIC THEN
                    MOVE chal_date_digits TO chal_game_date
                ELSE
                    MOVE chal_today TO chal_game_date
                END-IF.
                MOVE 0 TO chal_found.
                PERFORM VARYING chal_idx FROM 1 BY 1
                                    UNTIL chal_idx > chal_count
                                          OR chal_found > 0
                    IF ((chal_challenger(chal_idx) = player_name
                          AND chal_defender(chal_idx) = rival_name)
                        OR (chal_challenger(chal_idx) = rival_name
                          AND chal_defender(chal_idx) = player_name))
                        AND chal_game_date
                                NOT > chal_deadline(chal_idx) THEN
                        MOVE chal_idx TO chal_found
                    END-IF
                END-PERFORM.
                IF chal_found > 0 THEN
                    MOVE chal_found TO chal_idx
                    MOVE "P" TO chal_outcome
                    IF player = HUMAN_PLAYER THEN
                        MOVE player_name TO chal_winner
                    ELSE
                        MOVE rival_name TO chal_winner
                    END-IF
                    MOVE chal_game_date TO chal_closed
                    MOVE game_id TO chal_game_tx
                    PERFORM settle_challenge
                    PERFORM save_challenges
                    IF post_owed_tx(6:1) NOT = "Y"
                            AND chal_settled = 1 THEN
                        MOVE player_name TO series_p1
                        MOVE rival_name TO series_p2
                        PERFORM update_ladder_pair
                    END-IF
                END-IF.
                PERFORM unlock_tables.
                EXIT.

            *> the daily puzzle screen: today's scenario, its
            *> leaderboard, and the prompt to have a go at it
            puzzle_menu.
                PERFORM load_todays_puzzle.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                DISPLAY "Daily Puzzle" AT LINE 3 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                DISPLAY "============" AT LINE 4 COLUMN 10
                        WITH FOREGROUND-COLOR cyan.
                IF puz_found = 0 OR puz_broken = 1 THEN
                    IF puz_found = 0 THEN
                        DISPLAY "No puzzles found in puzzles.dat."
                            AT LINE 6 COLUMN 10
                    ELSE
                        DISPLAY "Today's puzzle has a bad line:"
                            AT LINE 6 COLUMN 10
                            WITH FOREGROUND-COLOR red
                        DISPLAY puz_bad_line AT LINE 7 COLUMN 10
                    END-IF
                    DISPLAY "Press any key" AT LINE 9 COLUMN 10 BLINK
                    ACCEPT OMITTED AT LINE 30
                ELSE
                    DISPLAY puz_id AT LINE 6 COLUMN 10
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY puz_title AT LINE 6 COLUMN 20
                    DISPLAY "Board:" AT LINE 7 COLUMN 10
                    DISPLAY puz_width AT LINE 7 COLUMN 17
                    DISPLAY "x" AT LINE 7 COLUMN 19
                    DISPLAY puz_height AT LINE 7 COLUMN 20
                    DISPLAY "Ships:" AT LINE 7 COLUMN 24
                    DISPLAY puz_ship_count AT LINE 7 COLUMN 31
                    DISPLAY "Shots:" AT LINE 7 COLUMN 34
                    DISPLAY puz_budget AT LINE 7 COLUMN 41
                            WITH FOREGROUND-COLOR brown
                    PERFORM build_puzzle_leaderboard
                    PERFORM show_puzzle_leaderboard
                    MOVE SPACE TO guess_y_tx
                    ACCEPT puzzle_prompt_screen
                    IF guess_y_tx = "p" THEN
                        PERFORM puzzle_start
                        GO TO puzzle_menu
                    END-IF
                END-IF.
                EXIT.

            *> pick today's puzzle: count the scenarios, then take
            *> the one the day number lands on, so every terminal
            *> plays the same puzzle all day and the file is
            *> worked through in turn
            load_todays_puzzle.
                MOVE 0 TO puz_found.
                MOVE 0 TO puz_broken.
                MOVE ZEROS TO puz_count.
                MOVE 0 TO puz_end_of_file.
                OPEN INPUT puzzle_file.
                IF puzzle_file_status = "00" THEN
                    PERFORM UNTIL puz_end_of_file = 1
                        READ puzzle_file
                            AT END MOVE 1 TO puz_end_of_file
                        END-READ
                        IF puz_end_of_file = 0
                                AND puzzle_line(1:7) = "PUZZLE;" THEN
                            ADD 1 TO puz_count
                        END-IF
                    END-PERFORM
                    CLOSE puzzle_file
                END-IF.
                IF puz_count > 0 THEN
                    MOVE FUNCTION CURRENT-DATE TO datetime
                    MOVE datetime(1:8) TO puz_today
                    COMPUTE puz_day_int =
                        FUNCTION INTEGER-OF-DATE(puz_today)
                    DIVIDE puz_day_int BY puz_count
                        GIVING puz_day_quot REMAINDER puz_day_rem
                    ADD 1 TO puz_day_rem GIVING puz_wanted
                    PERFORM read_todays_puzzle
                END-IF.
                EXIT.

            *> second pass: keep the wanted puzzle's own lines
            read_todays_puzzle.
                MOVE 1 TO puz_found.
                MOVE ZEROS TO puz_seen.
                MOVE 0 TO puz_ship_count.
                MOVE ZEROS TO puz_shown_grid.
                MOVE 0 TO puz_end_of_file.
                OPEN INPUT puzzle_file.
                PERFORM UNTIL puz_end_of_file = 1
                                OR puz_seen > puz_wanted
                    READ puzzle_file
                        AT END MOVE 1 TO puz_end_of_file
                    END-READ
                    IF puz_end_of_file = 0 THEN
                        IF puzzle_line(1:7) = "PUZZLE;" THEN
                            ADD 1 TO puz_seen
                        END-IF
                        IF puz_seen = puz_wanted AND puz_broken = 0
                                AND puzzle_line NOT = SPACES THEN
                            PERFORM take_puzzle_line
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE puzzle_file.
                IF puz_ship_count = 0 AND puz_broken = 0 THEN
                    MOVE 1 TO puz_broken
                    MOVE "(the puzzle has no SHIP lines)"
                        TO puz_bad_line
                END-IF.
                EXIT.

            *> one line of today's puzzle, checked as it is taken;
            *> the first bad line condemns the whole puzzle
            take_puzzle_line.
                MOVE SPACES TO puz_tag.
                UNSTRING puzzle_line DELIMITED BY ';'
                    INTO puz_tag
                END-UNSTRING.
                EVALUATE puz_tag
                    WHEN "PUZZLE"
                        MOVE SPACES TO puz_title
                        UNSTRING puzzle_line DELIMITED BY ';'
                            INTO puz_tag, puz_id, puz_width,
                                 puz_height, puz_budget, puz_title
                        END-UNSTRING
                        IF puz_id = SPACES
                                OR puz_width NOT NUMERIC
                                OR puz_height NOT NUMERIC
                                OR puz_budget NOT NUMERIC
                                OR puz_width < 5
                                OR puz_width > BOARD_MAX
                                OR puz_height < 5
                                OR puz_height > BOARD_MAX
                                OR puz_budget = 0 THEN
                            PERFORM reject_puzzle_line
                        END-IF
                    WHEN "SHIP"
                        UNSTRING puzzle_line DELIMITED BY ';'
                            INTO puz_tag, puz_in_name, puz_in_len,
                                 puz_in_color, puz_in_row,
                                 puz_in_col_tx, puz_in_dir
                        END-UNSTRING
                        PERFORM puzzle_column_number
                        *> hits are booked to a ship by its class
                        *> name, so no two may share one
                        MOVE 0 TO puz_dup_name
                        PERFORM VARYING puz_k FROM 1 BY 1
                                            UNTIL puz_k > puz_ship_count
                            IF puz_ship_name(puz_k) = puz_in_name THEN
                                MOVE 1 TO puz_dup_name
                            END-IF
                        END-PERFORM
                        IF puz_in_name = SPACES
                                OR puz_dup_name = 1
                                OR puz_in_len NOT NUMERIC
                                OR puz_in_color NOT NUMERIC
                                OR puz_in_row NOT NUMERIC
                                OR puz_in_dir NOT NUMERIC
                                OR puz_in_len = 0
                                OR puz_in_row = 0
                                OR puz_in_row > puz_height
                                OR puz_col_num = 0
                                OR puz_in_dir > 1
                                OR puz_ship_count >= MAX_SHIPS THEN
                            PERFORM reject_puzzle_line
                        ELSE
                            ADD 1 TO puz_ship_count
                            MOVE puz_in_len
                                TO puz_ship_lenght(puz_ship_count)
                            MOVE puz_in_color
                                TO puz_ship_color(puz_ship_count)
                            MOVE puz_in_name
                                TO puz_ship_name(puz_ship_count)
                            MOVE puz_in_row
                                TO puz_ship_row(puz_ship_count)
                            MOVE puz_col_num
                                TO puz_ship_col(puz_ship_count)
                            MOVE puz_in_dir
                                TO puz_ship_dir(puz_ship_count)
                        END-IF
                    WHEN "SHOW"
                        UNSTRING puzzle_line DELIMITED BY ';'
                            INTO puz_tag, puz_in_row, puz_in_col_tx
                        END-UNSTRING
                        PERFORM puzzle_column_number
                        IF puz_in_row NOT NUMERIC
                                OR puz_in_row = 0
                                OR puz_in_row > puz_height
                                OR puz_col_num = 0 THEN
                            PERFORM reject_puzzle_line
                        ELSE
                            MOVE 1 TO puz_shown(puz_in_row, puz_col_num)
                        END-IF
                    WHEN OTHER
                        PERFORM reject_puzzle_line
                END-EVALUATE.
                EXIT.

            reject_puzzle_line.
                IF puz_broken = 0 THEN
                    MOVE 1 TO puz_broken
                    MOVE puzzle_line TO puz_bad_line
                END-IF.
                EXIT.

            *> the board letter in puz_in_col_tx as a column number,
            *> 0 when it is no column of this puzzle's board
            puzzle_column_number.
                MOVE 0 TO puz_col_num.
                PERFORM VARYING puz_k FROM 1 BY 1
                                    UNTIL puz_k > puz_width
                                          OR puz_col_num > 0
                    IF letters(puz_k:1) = puz_in_col_tx THEN
                        MOVE puz_k TO puz_col_num
                    END-IF
                END-PERFORM.
                EXIT.

            *> set the board up as the scenario says and play it:
            *> the player shoots, nothing shoots back, and the
            *> attempt ends when the fleet is sunk, the budget is
            *> spent or the player quits
            puzzle_start.
                PERFORM init_parameters.
                IF player_name = SPACES THEN
                    ACCEPT set_player_name_screen
                    PERFORM store_profile_settings
                END-IF.
                MOVE "daily puzzle" TO hold_what.
                PERFORM take_game_hold.
                MOVE 6 TO GAME_MODE.
                MOVE 0 TO NOFOG_MODE.
                MOVE 0 TO SALVO_MODE.
                MOVE SHIP_NUMBER TO puz_saved_ships.
                MOVE puz_width TO BOARD_WIDTH.
                MOVE puz_height TO BOARD_HEIGTH.
                MOVE puz_ship_count TO SHIP_NUMBER.
                MOVE 0 TO shot_turn_no.
                MOVE 0 TO puz_quit.
                DISPLAY " " BLANK SCREEN BACKGROUND-COLOR black
                                        FOREGROUND-COLOR white.
                PERFORM set_screen_offsets.
                PERFORM VARYING player FROM 1 BY 1 UNTIL player > 2
                    PERFORM zero_player_scores
                END-PERFORM.
                MOVE CPU_PLAYER TO player.
                PERFORM VARYING ship_idx FROM 1 BY 1
                                    UNTIL ship_idx > SHIP_NUMBER
                                          OR puz_broken = 1
                    PERFORM place_puzzle_ship
                END-PERFORM.
                *> the player's side is only there to fill the
                *> screen: the same fleet, untouched, so the ship
                *> tally never reads as a lost game
                PERFORM VARYING ship_idx FROM 1 BY 1
                                    UNTIL ship_idx > SHIP_NUMBER
                    MOVE p_ship_class(CPU_PLAYER, ship_idx)
                        TO p_ship_class(HUMAN_PLAYER, ship_idx)
                END-PERFORM.
                MOVE SHIP_NUMBER TO p_ship_count(HUMAN_PLAYER).
                IF puz_broken = 1 THEN
                    DISPLAY "Today's puzzle has ships that overlap or"
                        AT LINE 6 COLUMN 10 WITH FOREGROUND-COLOR red
                    DISPLAY "run off the board." AT LINE 7 COLUMN 10
                        WITH FOREGROUND-COLOR red
                    DISPLAY "Press any key" AT LINE 9 COLUMN 10 BLINK
                    ACCEPT OMITTED AT LINE 30
                ELSE
                    PERFORM puzzle_loop
                    PERFORM finish_puzzle
                END-IF.
                MOVE puz_saved_ships TO SHIP_NUMBER.
                MOVE 0 TO GAME_MODE.
                PERFORM apply_board_size.
                EXIT.

            place_puzzle_ship.
                MOVE puz_ship_class(ship_idx) TO build_ship_parameters.
                MOVE puz_ship_row(ship_idx) TO start_at_x.
                MOVE puz_ship_col(ship_idx) TO start_at_y.
                MOVE puz_ship_dir(ship_idx) TO build_direction.
                PERFORM check_space.
                IF can_build = 1 THEN
                    PERFORM draw_ship
                    PERFORM store_ship_info
                ELSE
                    MOVE 1 TO puz_broken
                END-IF.
                EXIT.

            puzzle_loop.
                MOVE HUMAN_PLAYER TO CURRENT_VIEWER.
                PERFORM show_board.
                SUBTRACT p_score_rounds_count(HUMAN_PLAYER)
                    FROM puz_budget GIVING puz_left.
                DISPLAY "Shots left:" AT LINE 30 COLUMN 5.
                DISPLAY puz_left AT LINE 30 COLUMN 17
                        WITH FOREGROUND-COLOR brown.
                MOVE HUMAN_PLAYER TO player.
                MOVE CPU_PLAYER TO enemy.
                ACCEPT user_input_screen END-ACCEPT.
                IF guess_y_tx = "q" THEN
                    MOVE 1 TO puz_quit
                    MOVE 1 TO GAME_OVER
                ELSE
                    CALL "letters_to_numbers" USING guess_y_tx
                                                GIVING guess_y
                    PERFORM resolve_move
                    IF p_score_rounds_count(HUMAN_PLAYER)
                            >= puz_budget THEN
                        MOVE 1 TO GAME_OVER
                    END-IF
                END-IF.
                IF GAME_OVER <> 1 THEN
                    GO TO puzzle_loop
                END-IF.
                EXIT.

            *> score the attempt - every ship sunk counts, and
            *> shots left over count too once the fleet is down -
            *> and file it, unless the player left without firing
            finish_puzzle.
                MOVE HUMAN_PLAYER TO CURRENT_VIEWER.
                PERFORM show_board.
                MOVE p_score_rounds_count(HUMAN_PLAYER) TO puz_shots.
                SUBTRACT p_ship_count(CPU_PLAYER) FROM SHIP_NUMBER
                    GIVING puz_sunk.
                COMPUTE puz_score = puz_sunk * PUZZLE_SINK_POINTS.
                IF p_ship_count(CPU_PLAYER) = 0 THEN
                    COMPUTE puz_score = puz_score
                        + (puz_budget - puz_shots) * PUZZLE_SPARE_POINTS
                    DISPLAY "Fleet sunk! Shots used:"
                        AT LINE 30 COLUMN 5 WITH FOREGROUND-COLOR green
                ELSE
                    DISPLAY "Ships sunk:" AT LINE 30 COLUMN 5
                    DISPLAY puz_sunk AT LINE 30 COLUMN 17
                            WITH FOREGROUND-COLOR brown
                    DISPLAY "Shots used:" AT LINE 30 COLUMN 20
                END-IF.
                DISPLAY puz_shots AT LINE 30 COLUMN 32
                        WITH FOREGROUND-COLOR brown.
                DISPLAY "Score:" AT LINE 30 COLUMN 37.
                DISPLAY puz_score AT LINE 30 COLUMN 44
                        WITH FOREGROUND-COLOR green.
                IF puz_shots > 0 THEN
                    PERFORM log_puzzle_result
                END-IF.
                MOVE SPACE TO guess_y_tx.
                ACCEPT screen_game_over.
                EXIT.

            log_puzzle_result.
                MOVE ZEROS TO lock_tries.
                PERFORM open_puz_result_append.
                PERFORM clear_busy_notice.
                IF puz_result_file_status NOT = "00" THEN
                    MOVE puz_result_file_name TO lock_file_tx
                    MOVE puz_result_file_status TO lock_fail_status
                    PERFORM show_file_error
                ELSE
                    MOVE SPACES TO puz_result_line
                    STRING puz_today ";"
                           puz_id ";"
                           player_name ";"
                           puz_shots ";"
                           puz_sunk ";"
                           SHIP_NUMBER ";"
                           puz_score
                        INTO puz_result_line
                    END-STRING
                    WRITE puz_result_line
                    CLOSE puz_result_file
                END-IF.
                EXIT.

            *> as open_journal_append
            open_puz_result_append.
                OPEN EXTEND SHARING WITH NO OTHER puz_result_file.
                IF puz_result_file_status = "35" THEN
                    OPEN OUTPUT SHARING WITH NO OTHER puz_result_file
                END-IF.
                IF puz_result_file_status = "61"
                        AND lock_tries < LOCK_RETRY_MAX THEN
                    MOVE puz_result_file_name TO lock_file_tx
                    PERFORM wait_for_busy_file
                    GO TO open_puz_result_append
                END-IF.
                EXIT.

            *> each player's best attempt at today's puzzle (most
            *> points, then fewest shots), best first
            build_puzzle_leaderboard.
                MOVE 0 TO puz_board_count.
                MOVE 0 TO puz_end_of_file.
                OPEN INPUT puz_result_file.
                IF puz_result_file_status = "00" THEN
                    PERFORM UNTIL puz_end_of_file = 1
                        READ puz_result_file
                            AT END MOVE 1 TO puz_end_of_file
                        END-READ
                        IF puz_end_of_file = 0 THEN
                            PERFORM take_puzzle_result
                        END-IF
                    END-PERFORM
                    CLOSE puz_result_file
                END-IF.
                PERFORM VARYING i FROM 1 BY 1
                                    UNTIL i >= puz_board_count
                    PERFORM VARYING j FROM 1 BY 1
                                        UNTIL j >= puz_board_count
                        ADD 1 TO j GIVING x
                        IF pb_score(x) > pb_score(j)
                                OR (pb_score(x) = pb_score(j)
                                    AND pb_shots(x) < pb_shots(j))
                                THEN
                            MOVE puz_board_tab(j) TO puz_board_swap
                            MOVE puz_board_tab(x) TO puz_board_tab(j)
                            MOVE puz_board_swap TO puz_board_tab(x)
                        END-IF
                    END-PERFORM
                END-PERFORM.
                EXIT.

            take_puzzle_result.
                MOVE SPACES TO pr_id.
                MOVE SPACES TO pr_name.
                UNSTRING puz_result_line DELIMITED BY ';'
                    INTO pr_date, pr_id, pr_name, pr_shots,
                         pr_sunk, pr_ships, pr_score
                END-UNSTRING.
                IF pr_id = puz_id AND pr_name NOT = SPACES
                        AND pr_date NUMERIC AND pr_shots NUMERIC
                        AND pr_sunk NUMERIC AND pr_score NUMERIC THEN
                    MOVE 0 TO puz_board_idx
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > puz_board_count
                                              OR puz_board_idx > 0
                        IF pb_name(i) = pr_name THEN
                            MOVE i TO puz_board_idx
                        END-IF
                    END-PERFORM
                    IF puz_board_idx = 0
                            AND puz_board_count < PUZZLE_BOARD_MAX THEN
                        ADD 1 TO puz_board_count
                        MOVE puz_board_count TO puz_board_idx
                        MOVE pr_name TO pb_name(puz_board_idx)
                        MOVE ZEROS TO pb_score(puz_board_idx)
                        MOVE 999 TO pb_shots(puz_board_idx)
                    END-IF
                    IF puz_board_idx > 0 THEN
                        IF pr_score > pb_score(puz_board_idx)
                                OR (pr_score = pb_score(puz_board_idx)
                                    AND pr_shots
                                        < pb_shots(puz_board_idx))
                                THEN
                            MOVE pr_score TO pb_score(puz_board_idx)
                            MOVE pr_shots TO pb_shots(puz_board_idx)
                            MOVE pr_sunk TO pb_sunk(puz_board_idx)
                            MOVE pr_date TO pb_date(puz_board_idx)
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            show_puzzle_leaderboard.
                DISPLAY "Best attempts" AT LINE 9 COLUMN 10
                        WITH FOREGROUND-COLOR green.
                IF puz_board_count = 0 THEN
                    DISPLAY "Nobody has tried this one yet."
                        AT LINE 11 COLUMN 10
                ELSE
                    DISPLAY "Player" AT LINE 10 COLUMN 14
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "Score" AT LINE 10 COLUMN 32
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "Shots" AT LINE 10 COLUMN 39
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "Sunk" AT LINE 10 COLUMN 46
                            WITH FOREGROUND-COLOR cyan
                    DISPLAY "On" AT LINE 10 COLUMN 52
                            WITH FOREGROUND-COLOR cyan
                    *> 15 rows fit above the prompt
                    PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > puz_board_count
                                              OR i > 15
                        ADD 10 TO i GIVING screen_line
                        DISPLAY i AT LINE screen_line COLUMN 10
                                WITH FOREGROUND-COLOR cyan
                        DISPLAY pb_name(i)
                                AT LINE screen_line COLUMN 14
                        DISPLAY pb_score(i)
                                AT LINE screen_line COLUMN 32
                                WITH FOREGROUND-COLOR green
                        DISPLAY pb_shots(i)
                                AT LINE screen_line COLUMN 39
                                WITH FOREGROUND-COLOR brown
                        DISPLAY pb_sunk(i)
                                AT LINE screen_line COLUMN 46
                        DISPLAY pb_date(i)
                                AT LINE screen_line COLUMN 52
                    END-PERFORM
                END-IF.
                EXIT.

            *> entry point for tournament play: resume the persisted
                        *> intelligence
                        05 know_one PIC 9 VALUE 0.
                        05 know_all PIC 9 VALUE 0.
                    *> what each side's bot has learned so far, kept
                    *> apart so two bots can play one another
                    01 side_memory OCCURS 2 TIMES.
                        05 side_know_one PIC 9 VALUE 0.
                        05 side_know_all PIC 9 VALUE 0.
                        05 side_step_y   PIC 99 VALUE 1.
                    *> scouted guessing: how many squares a random
                    *> guess may turn down before taking what it gets
                    01 SCOUT_TRY_MAX CONSTANT as 20.
                    01 scout_tries  PIC 99 VALUE ZERO.
                    01 scout_draw   PIC 999 VALUE ZERO.
                    01 scout_pick   PIC 9 VALUE ZERO.
                    01 scout_best   PIC 999 VALUE ZERO.
                LINKAGE SECTION.
                    01 enemy PIC 9 VALUE 1.
                    01 guess_x PIC 99 VALUE 1.
                        PERFORM reset_state
                        GOBACK
                    END-IF.
                    MOVE side_know_one(enemy) TO know_one.
                    MOVE side_know_all(enemy) TO know_all.
                    MOVE side_step_y(enemy) TO step_y.
                    MOVE 0 TO counter.
                    PERFORM gather_intelligence.
                    MOVE 0 TO is_valid_guess.
                            WHEN 1
                                PERFORM do_random_guess
                            WHEN 2
                                IF scout_active = 1
                                        AND enemy = scout_side THEN
                                    PERFORM scouted_step_search
                                ELSE
                                    PERFORM step_search
                                END-IF
                            WHEN 3
                                PERFORM shoot_near_known_ships
                            WHEN 4
                        PERFORM check_valid_guess
                        *> DISPLAY debug_ai
                    END-PERFORM.
                    MOVE know_one TO side_know_one(enemy).
                    MOVE know_all TO side_know_all(enemy).
                    MOVE step_y TO side_step_y(enemy).
                GOBACK.

                *> check game data to make decisions on strategy

                *> try a shot anywhere on map. Keep trying until GIVE_UP
                do_random_guess.
                    MOVE 0 TO scout_tries.
                    PERFORM pick_random_tile.
                    PERFORM check_valid_guess.
                    ADD 1 TO counter.
                    IF is_valid_guess = 0 AND counter < GIVE_UP THEN
                    END-IF.
                    EXIT.

                *> any square at all; against a scouted player a
                *> square is kept with odds of (heat + 1) in
                *> (hottest + 1), so their usual spots come up first
                *> and a never-used spot still comes up now and then
                pick_random_tile.
                    COMPUTE guess_x = (FUNCTION RANDOM
                                        * (BOARD_HEIGTH - 1 + 1) + 1)
                    COMPUTE guess_y = (FUNCTION RANDOM
                                        * (BOARD_WIDTH - 1 + 1) + 1)
                    IF scout_active = 1 AND enemy = scout_side
                            AND scout_tries < SCOUT_TRY_MAX THEN
                        ADD 1 TO scout_tries
                        COMPUTE scout_draw = (FUNCTION RANDOM
                                                * (scout_top + 1))
                        IF scout_draw >
                                scout_heat_cell(guess_x, guess_y) THEN
                            GO TO pick_random_tile
                        END-IF
                    END-IF.
                    EXIT.

                *> try shots at a steped interval
                step_search.
                    MOVE 0 TO x.
                    END-IF.
                    EXIT.

                *> the same stepped pattern, but against a scouted
                *> player take its hottest open square instead of
                *> the first one
                scouted_step_search.
                    MOVE 0 TO scout_pick.
                    MOVE 0 TO scout_best.
                    PERFORM VARYING x FROM 1 BY 1 UNTIL x > BOARD_HEIGTH
                        PERFORM VARYING y FROM step_y BY 3
                                                UNTIL y > BOARD_WIDTH
                            IF tile(enemy, x, y) <> MISSED
                                AND tile(enemy, x, y) <> EXPLOSION THEN
                                IF scout_pick = 0
                                    OR scout_heat_cell(x, y)
                                            > scout_best THEN
                                    MOVE x TO guess_x
                                    MOVE y TO guess_y
                                    MOVE scout_heat_cell(x, y)
                                        TO scout_best
                                    MOVE 1 TO scout_pick
                                END-IF
                            END-IF
                        END-PERFORM
                    END-PERFORM.
                    IF scout_pick = 1 THEN
                        MOVE 1 TO is_valid_guess
                    ELSE
                        ADD 1 TO step_y
                    END-IF.
                    EXIT.

                shoot_near_known_ships.
                    *> look around, if find a HIT, we search around it
                    PERFORM VARYING x FROM 1 BY 1 UNTIL x > BOARD_HEIGTH
                    MOVE 4 TO max_s.
                    MOVE 0 TO counter.
                    MOVE 1 TO step_y.
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 2
                        MOVE 0 TO side_know_one(i)
                        MOVE 0 TO side_know_all(i)
                        MOVE 1 TO side_step_y(i)
                    END-PERFORM.
                    EXIT.
            END PROGRAM bot_ai.
        END PROGRAM Battleship.
                        02 csv_file_name   PIC X(4096)
                                        VALUE 'hall_of_fame.csv'.
                        02 end_of_file     PIC 9 VALUE ZERO.
                    01 file_status  PIC XX.
                    *> another terminal saving the same list is
                    *> waited for, half a second a try
                    01 OPEN_RETRY_MAX   CONSTANT AS 20.
                    01 open_tries       PIC 99 VALUE 0.
                    01 load_failed      PIC 9 VALUE 0.
                    *> used to validate a csv line before trusting it
                    01 record_valid     PIC 9 VALUE 0.
                    01 field_count      PIC 99 VALUE 0.
                                     arg_player_name.
                MOVE FUNCTION CURRENT-DATE TO date_time.
                STRING year"-"month"-"dday INTO tx_date_time.
                MOVE 0 TO RETURN-CODE.
                *> the lists are read fresh every time: another
                *> terminal may have saved since the last call
                MOVE 0 TO load_failed.
                MOVE HUMAN_BOARD TO list_idx.
                PERFORM load_from_storage.
                MOVE CPU_BOARD TO list_idx.
                PERFORM load_from_storage.
                *> a score to file only saves (the caller holds the
                *> tables lock meanwhile and shows the lists after);
                *> no score just shows them. RETURN-CODE 1 when a
                *> list could not be read back or saved
                IF arg_player_score > 0 THEN
                    IF load_failed = 1 THEN
                        MOVE 1 TO RETURN-CODE
                    ELSE
                        MOVE HUMAN_BOARD TO list_idx
                        MOVE arg_player_name TO record_name
                        MOVE arg_player_score TO record_score
                        MOVE tx_date_time TO record_date
                        PERFORM insert_record
                        PERFORM dump_to_storage

                        MOVE CPU_BOARD TO list_idx
                        MOVE "Computer" TO record_name
                        MOVE arg_cpu_score TO record_score
                        MOVE tx_date_time TO record_date
                        PERFORM insert_record
                        PERFORM dump_to_storage
                    END-IF
                ELSE
                    PERFORM print_hall_of_fame
                END-IF.
            GOBACK.

                *> insert a record ordely, in the board given by list_idx
                dump_to_storage.
                    PERFORM select_storage_file.
                    DISPLAY "Saving data to file..."
                    MOVE 0 TO open_tries.
                    PERFORM open_storage_output.
                    IF file_status NOT = "00" THEN
                        DISPLAY "Could not save " csv_file_name(1:20)
                            " status " file_status
                        MOVE 1 TO RETURN-CODE
                    ELSE
                        PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > fame_counter(list_idx)
                                        OR famous_score(list_idx, i) = 0
                                        OR i > MAX_RECORDS
                            STRING famous_name(list_idx, i) ";"
                                   famous_score(list_idx, i) ";"
                                   famous_date(list_idx, i)
                                INTO line_record
                                END-STRING
                            WRITE line_record
                        END-PERFORM
                        CLOSE csv_file
                    END-IF.
                    EXIT.

                *> the list is written by one terminal at a time
                open_storage_output.
                    OPEN OUTPUT SHARING WITH NO OTHER csv_file.
                    IF file_status = "61"
                            AND open_tries < OPEN_RETRY_MAX THEN
                        ADD 1 TO open_tries
                        CALL "CBL_OC_NANOSLEEP" USING 500000000
                        GO TO open_storage_output
                    END-IF.
                    EXIT.

                *> as open_storage_output, for reading
                open_storage_input.
                    OPEN INPUT csv_file.
                    IF file_status = "61"
                            AND open_tries < OPEN_RETRY_MAX THEN
                        ADD 1 TO open_tries
                        CALL "CBL_OC_NANOSLEEP" USING 500000000
                        GO TO open_storage_input
                    END-IF.
                    EXIT.

                *> Load one leaderboard (given by list_idx) from storage,
                    PERFORM select_storage_file.
                    DISPLAY "Loading data from file..."
                    MOVE 0 TO skipped_records.
                    INITIALIZE famous_lists(list_idx).
                    MOVE 0 TO open_tries.
                    PERFORM open_storage_input.
                    IF file_status NOT = "00"
                            AND file_status NOT = "35" THEN
                        MOVE 1 TO load_failed
                    END-IF.
                    IF file_status = "00" THEN
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1

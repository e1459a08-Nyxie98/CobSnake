            select Campaign-File assign to "campaign.dat"
                organization line sequential
                file status is WS-CMP-Status.
            select Camprun-File assign to "camprun.dat"
                organization line sequential
                file status is WS-CRN-Status.
            select Achieve-File assign to "achieve.dat"
                organization line sequential
                file status is WS-ACH-Status.
            select Tour-File assign to "tourney.dat"
                organization line sequential
                file status is WS-TRN-Status.
            select Journal-File assign to "journal.dat"
                organization line sequential
                file status is WS-JNL-Status.
            select Recovery-Log assign to "recovery.log"
                organization line sequential
                file status is WS-RLG-Status.
            select Operator-File assign to "operator.dat"
                organization line sequential
                file status is WS-OPR-Status.
            select OpAudit-File assign to "opaudit.dat"
                organization line sequential
                file status is WS-OPA-Status.
            select Pricing-File assign to "pricing.dat"
                organization line sequential
                file status is WS-PRC-Status.
            select Meters-File assign to "meters.dat"
                organization line sequential
                file status is WS-MTR-Status.
            select Meters-New assign to "meters.new"
                organization line sequential
                file status is WS-MTN-Status.
            select CoinLog-File assign to "coinlog.dat"
                organization line sequential
                file status is WS-CLG-Status.

        data division.
        file section.
            05 DC-Score-INT         pic 9(5).
        fd  Campaign-File.
        01  CMP-Record              pic x(19).
        fd  Camprun-File.
        01  CRN-Record              pic x(58).
        fd  Achieve-File.
        01  AC-Record.
            05 AC-Bonus-INT         pic 9(5).
            05 PF-Food-Shrink-INT   pic 9(5).
            05 PF-Wins-INT          pic 9(5).
            05 PF-Best-INT          pic 9(5).
            05 PF-Pin-STR           pic x(4).
        fd  Tour-File.
        01  TRN-Record              pic x(12).
        fd  Journal-File.
        01  JNL-Record              pic x(120).
        fd  Recovery-Log.
        01  RLG-Record              pic x(80).
        fd  Operator-File.
        01  OPR-Record.
            05 OPR-Initials-STR     pic x(3).
            05 filler               pic x.
            05 OPR-Code-STR         pic x(4).
        fd  OpAudit-File.
        01  OPA-Record              pic x(80).
        fd  Pricing-File.
        01  PRC-Record.
            05 PRC-Per-Credit-INT   pic 9(2).
            05 filler               pic x.
            05 PRC-Cents-INT        pic 9(4).
            05 filler               pic x.
            05 PRC-Free-STR         pic x.
            05 PRC-Price-Entry      occurs 8 times.
                10 filler           pic x.
                10 PRC-Price-INT    pic 9(2).
        fd  Meters-File.
        01  MTR-Record              pic x(94).
        fd  Meters-New.
        01  MTN-Record              pic x(94).
        fd  CoinLog-File.
        01  CL-Record.
            05 CL-Stamp-STR         pic x(14).
            05 filler               pic x.
            05 CL-Event-STR         pic x(5).
            05 filler               pic x.
            05 CL-Mode-STR          pic x(8).
            05 filler               pic x.
            05 CL-Credits-INT       pic 9(2).
            05 filler               pic x.
            05 CL-Cents-INT         pic 9(4).
            05 filler               pic x.
            05 CL-Initials-STR      pic x(3).
            05 filler               pic x.
            05 CL-Balance-INT       pic 9(3).

        working-storage section.

        01 WS-EI-UpWasDown-BOOL     pic 9       value 0.
        01 WS-EI-DownWasDown-BOOL   pic 9       value 0.
        01 WS-EI-ConfirmWasDown-BOOL pic 9      value 0.
       *> SPACE on the game-over screen only counts once it has
       *> been let go since the round ended (or since the last
       *> initial was confirmed with it)
        01 WS-Rematch-Was-BOOL      pic 9       value 0.
        01 WS-LB-Line-String         pic x(60)  value " ".
        01 WS-EI-CharCode-INT       pic 9(3)    value 0.
        01 WS-GL-Status            pic xx      value "00".
       *> 0 = profile select, 1 = title menu, 2 = playing, 3 =
       *> achievements, 4 = layout editor grid, 5 = layout editor
       *> save-name entry, 6 = replay library browser, 7 =
       *> tournament setup, 8 = tournament hub/standings, 9 =
       *> operator service screen; the round
       *> itself only ticks (events/draw-game) in the playing state
        01 WS-GameState-INT         pic 9       value 0.
       *> Title menu: mode 0=1P 1=2P 2=MAZE 3=REPLAY, difficulty
        01 WS-Camp-Complete-BOOL    pic 9       value 0.
        01 WS-Camp-Line-String      pic x(30)   value " ".
        01 WS-Camp-Idx-INT          pic 9(2)    value 0.
       *> Campaign run log: camprun.dat gets an L line the moment a
       *> level's target is met and an E line when the run ends, so
       *> camprpt can show how far players get on each level:
       *>   type(1:1) initials(3:3) run-start(7:14) level(22:2)
       *>   layout(25:12) tick(38:6) length(45:3) cause(49:10)
       *> The tick is the run's movement-tick count, and the E
       *> line's cause is the death cause or COMPLETE. A run with
       *> no E line was abandoned mid-round.
        01 WS-CRN-Status           pic xx      value "00".
        01 WS-Camp-Tick-INT         pic 9(6)    value 0.
        01 WS-Camp-Run-STR          pic x(14)   value spaces.
        01 WS-Camp-Run-Line-STR     pic x(58)   value spaces.
       *> Vs-CPU mode: the game steers the second snake toward the
       *> nearest food, vetoing moves into the border, obstacle
       *> tiles or either body. The SKILL menu row sets how often it
            05 WS-Profile-FoodK-INT    pic 9(5) value 0.
            05 WS-Profile-Wins-INT     pic 9(5) value 0.
            05 WS-Profile-Best-INT     pic 9(5) value 0.
            05 WS-Profile-Pin-STR      pic x(4) value spaces.
       *> Player 1's eats this round, folded into the profile's
       *> lifetime food counters by update-profile at game over
        01 WS-Round-FoodN-INT       pic 9(3)    value 0.
        01 WS-Round-FoodS-INT       pic 9(3)    value 0.
        01 WS-Round-FoodK-INT       pic 9(3)    value 0.
        01 WS-Profile-Line-String   pic x(60)   value " ".
       *> Profile PINs: a profile whose PF-Pin-STR is set (4 digits;
       *> spaces = no PIN) asks for it on the profile-select screen
       *> and at tournament entrant entry, picked digit by digit
       *> with the same UP/DOWN+SPACE as the initials; M backs out.
       *> WS-Pin-Max-Tries-INT wrong tries in a row lock those
       *> initials out for WS-Pin-Lock-Secs-INT seconds. The
       *> lockouts are held in memory only -- a restart clears them.
       *> WS-Pin-Result-INT after an entry: 0 still entering,
       *> 1 right (or no PIN set), 2 wrong, 3 locked out, 4 backed
       *> out.
        01 WS-Pin-Active-BOOL       pic 9       value 0.
        01 WS-Pin-Inits-STR         pic x(3)    value spaces.
        01 WS-Pin-Want-STR          pic x(4)    value spaces.
        01 WS-Pin-Digits-STR        pic x(4)    value "0000".
        01 WS-Pin-Slot-INT          pic 9       value 1.
        01 WS-Pin-Result-INT        pic 9       value 0.
        01 WS-Pin-Msg-STR           pic x(30)   value spaces.
        01 WS-Pin-BackWas-BOOL      pic 9       value 0.
        01 WS-Pin-CharCode-INT      pic 9(3)    value 0.
        01 WS-Pin-Max-Tries-INT     pic 9       value 3.
        01 WS-Pin-Lock-Secs-INT     pic 9(4)    value 300.
        01 WS-Pin-Lock-Table.
            05 WS-Pin-Lock-Entry    occurs 50 times.
                10 WS-Pin-Lock-Inits-STR pic x(3).
                10 WS-Pin-Lock-Fails-INT pic 9.
                10 WS-Pin-Lock-Until-INT pic 9(11).
        01 WS-Pin-Lock-Total-INT    pic 9(2)    value 0.
        01 WS-Pin-Lock-Idx-INT      pic 9(2)    value 0.
        01 WS-Pin-Locked-BOOL       pic 9       value 0.
        01 WS-Pin-Now-STR           pic x(21)   value spaces.
        01 WS-Pin-Now-INT           pic 9(11)   value 0.
        01 WS-Pin-Left-INT          pic 9       value 0.
        01 WS-Pin-Show-STR          pic x(4)    value spaces.
        01 WS-Pin-Line-String       pic x(40)   value spaces.
       *> Tournament: a 4- or 8-player single-elimination bracket of
       *> registered profiles, persisted to tourney.dat after every
       *> result so it survives a cabinet restart. Slots 1..N are
        01 WS-Gen-Bk1-STR           pic x(14)   value spaces.
        01 WS-Gen-Bk2-STR           pic x(14)   value spaces.
        01 WS-Gen-Status-INT        pic 9(4)    value 0.
       *> Commit journal: everything on-game-over is about to change
       *> (and scores.dat after initials entry) is first written to
       *> journal.dat as finished record images, then a commit
       *> line, and only then are the real files written, followed
       *> by a done line. A power cut anywhere in that sequence is
       *> repaired by recover-journal at the next startup (and by
       *> filecheck): a committed round with no done line is
       *> re-applied from its images, a round whose commit line
       *> never made it is discarded -- no file had been touched
       *> yet. journal.dat only ever holds the latest round:
       *>   B timestamp(3:21) initials(25:3) mode(29:8)
       *>   I tag(3:8) size-before(12:12) image(25:94)
       *>   C commit    D done    X discarded
       *> GAMELOG, DAILY and CAMPRUN images are appends and carry the
       *> file's byte size before the append, so a redo only
       *> appends to a file that hasn't grown; every other image
       *> replaces a whole file or rewrites a whole record and is
       *> safe to apply twice. Each recovery is also noted in
       *> recovery.log.
        01 WS-JNL-Status           pic xx      value "00".
        01 WS-RLG-Status           pic xx      value "00".
        01 WS-Jnl-Line-STR          pic x(120)  value spaces.
        01 WS-Jnl-Begin-STR         pic x(120)  value spaces.
        01 WS-Jnl-Tag-STR           pic x(8)    value spaces.
        01 WS-Jnl-Prev-Tag-STR      pic x(8)    value spaces.
        01 WS-Jnl-Probe-Name-STR    pic x(14)   value spaces.
        01 WS-Jnl-FileInfo.
            05 WS-Jnl-FileSize-INT  pic 9(18)   comp.
            05 filler               pic x(8).
        01 WS-Jnl-Exist-INT         pic 9(4)    value 0.
        01 WS-Jnl-Size-INT          pic 9(12)   value 0.
        01 WS-Jnl-Score-INT         pic 9(5)    value 0.
        01 WS-Jnl-HS-BOOL           pic 9       value 0.
        01 WS-Jnl-Cat-BOOL          pic 9       value 0.
        01 WS-Jnl-Champ-BOOL        pic 9       value 0.
        01 WS-Jnl-Champ-Record-STR  pic x(42)   value spaces.
        01 WS-Jnl-Begun-BOOL        pic 9       value 0.
        01 WS-Jnl-Commit-BOOL       pic 9       value 0.
        01 WS-Jnl-Done-BOOL         pic 9       value 0.
        01 WS-Jnl-Bad-BOOL          pic 9       value 0.
        01 WS-Jnl-Applied-INT       pic 9(3)    value 0.
        01 WS-Jnl-Skipped-INT       pic 9(3)    value 0.
        01 WS-Jnl-Was-Size-INT      pic 9(12)   value 0.
        01 WS-Jnl-Msg-STR           pic x(64)   value spaces.
        01 WS-Jnl-TimeStamp-STR     pic x(21)   value spaces.
       *> Attract mode: after two idle minutes on the profile-select
       *> or title screen the cabinet runs a silent vs-CPU demo with
       *> BOTH snakes steered by cpu-steer logic, alternating the
        01 WS-Ed-OpenWas-BOOL       pic 9       value 0.
        01 WS-Ed-Name-STR           pic x(12)   value spaces.
        01 WS-Ed-Line-String        pic x(40)   value " ".
       *> Operator service screen: hold O and P together on the
       *> title menu, then enter a 4-digit operator code the same
       *> way initials are picked (UP/DOWN a digit, SPACE to take
       *> it). operator.dat holds one "III CCCC" line per operator
       *> (initials, code); with no operator.dat nobody can sign
       *> on -- the screen shows NO OPERATOR FILE and goes back to
       *> the menu. Three wrong codes send the screen back to the
       *> menu too, and every sign-on, rejected code and missing
       *> operator file is noted in opaudit.dat. Signed on,
       *> UP/DOWN picks one of config.dat's eleven lines and
       *> LEFT/RIGHT changes it, held to the limits filecheck's
       *> check-config-value enforces; ENTER keeps the old file as
       *> config.bak, writes all eleven lines and appends one
       *> opaudit.dat line per changed setting (operator, setting,
       *> old and new value).
       *> M leaves without saving. Volume changes at once; the
       *> rest are read at the next power-up.
        01 WS-OPR-Status           pic xx      value "00".
        01 WS-OPA-Status           pic xx      value "00".
        01 WS-Op-Phase-INT          pic 9       value 0.
        01 WS-Op-Code-STR           pic x(4)    value "0000".
        01 WS-Op-Slot-INT           pic 9       value 1.
        01 WS-Op-Digit-INT          pic 9       value 0.
        01 WS-Op-Tries-INT          pic 9       value 0.
        01 WS-Op-Who-STR            pic x(3)    value spaces.
        01 WS-Op-Found-BOOL         pic 9       value 0.
        01 WS-Op-Cursor-INT         pic 9(2)    value 1.
        01 WS-Op-Idx-INT            pic 9(2)    value 0.
        01 WS-Op-Changed-INT        pic 9(2)    value 0.
        01 WS-Op-Tiles-INT          pic 9(5)    value 0.
        01 WS-Op-UpWas-BOOL         pic 9       value 0.
        01 WS-Op-DownWas-BOOL       pic 9       value 0.
        01 WS-Op-LeftWas-BOOL       pic 9       value 0.
        01 WS-Op-RightWas-BOOL      pic 9       value 0.
        01 WS-Op-ConfirmWas-BOOL    pic 9       value 0.
        01 WS-Op-SaveWas-BOOL       pic 9       value 0.
        01 WS-Op-BackWas-BOOL       pic 9       value 0.
        01 WS-Op-OpenWas-BOOL       pic 9       value 0.
        01 WS-Op-Msg-STR            pic x(40)   value spaces.
        01 WS-Op-Line-String        pic x(60)   value " ".
        01 WS-Op-Mask-STR           pic x(4)    value spaces.
        01 WS-Op-Value-Edit         pic zzz9.
        01 WS-Op-Copy-Status-INT    pic 9(4)    value 0.
        01 WS-Op-Live-Name-STR      pic x(12)   value "config.dat".
        01 WS-Op-Bak-Name-STR       pic x(12)   value "config.bak".
        01 WS-Op-Audit-Line-STR     pic x(64)   value spaces.
        01 WS-Op-TimeStamp-STR      pic x(21)   value spaces.
       *> One row per config.dat line, in file order: name, the
       *> coded default the game runs with when the line is
       *> missing, lowest and highest value allowed, and the step
       *> LEFT/RIGHT moves by. Window width/height also allow 0
       *> (fullscreen) below their 200 minimum.
        01 WS-Op-Set-Values.
            05 filler pic x(30) value "BOARD WIDTH   0032000400990001".
            05 filler pic x(30) value "BOARD HEIGHT  0032000400990001".
            05 filler pic x(30) value "FOOD COUNT    0004000100990001".
            05 filler pic x(30) value "TICK SPEED    0010000100990001".
            05 filler pic x(30) value "TARGET FPS    0060001002400005".
            05 filler pic x(30) value "BOARD MODE    0000000000010001".
            05 filler pic x(30) value "REPLAY MODE   0000000000020001".
            05 filler pic x(30) value "TWO PLAYER    0000000000010001".
            05 filler pic x(30) value "VOLUME        0008000000100001".
            05 filler pic x(30) value "WINDOW WIDTH  0800020040960010".
            05 filler pic x(30) value "WINDOW HEIGHT 0600020040960010".
        01 WS-Op-Set-Table redefines WS-Op-Set-Values.
            05 WS-Op-Set-Entry      occurs 11 times.
                10 WS-Op-Set-Name-STR pic x(14).
                10 WS-Op-Set-Def-INT  pic 9(4).
                10 WS-Op-Set-Min-INT  pic 9(4).
                10 WS-Op-Set-Max-INT  pic 9(4).
                10 WS-Op-Set-Step-INT pic 9(4).
       *> Value on file (Old) and as edited on the screen (New)
        01 WS-Op-Val-Table.
            05 WS-Op-Val-Entry      occurs 11 times.
                10 WS-Op-Old-INT    pic 9(4).
                10 WS-Op-New-INT    pic 9(4).
       *> Coin metering. pricing.dat is one settings line:
       *>   coins-per-credit(1:2) coin-value-cents(4:4)
       *>   free-play Y/N(9:1) then a credit price per mode, " NN"
       *>   each, in the order of WS-Coin-Mode-Values below
       *> (written with these defaults when absent). The C key is
       *> the coin switch on every screen. meters.dat holds the
       *> lifetime meters -- coins in, credits issued, credits
       *> used, credits on hand, coins toward the next credit and
       *> rounds started per mode -- rewritten whole through
       *> meters.new after every coin and every start, so credits
       *> bought survive a power cut. Every coin and start is also
       *> a coinlog.dat line, the bookkeeping report's input:
       *>   stamp(1:14) event(16:5) mode(22:8) credits(31:2)
       *>   cents(34:4) initials(39:3) balance(43:3)
       *> where event is COIN (credits issued by that coin), START
       *> (credits taken) or FREE (a free-play start). Demo rounds
       *> start nothing and are never charged.
        01 WS-PRC-Status           pic xx      value "00".
        01 WS-MTR-Status           pic xx      value "00".
        01 WS-MTN-Status           pic xx      value "00".
        01 WS-CLG-Status           pic xx      value "00".
        01 WS-Coin-Per-Credit-INT   pic 9(2)    value 1.
        01 WS-Coin-Cents-INT        pic 9(4)    value 25.
        01 WS-Coin-Free-STR         pic x       value "N".
        01 WS-Coin-Mode-Values.
            05 filler pic x(10) value "1P      01".
            05 filler pic x(10) value "2P      02".
            05 filler pic x(10) value "MAZE    01".
            05 filler pic x(10) value "REPLAY  00".
            05 filler pic x(10) value "CAMPAIGN01".
            05 filler pic x(10) value "VSCPU   01".
            05 filler pic x(10) value "DAILY   01".
            05 filler pic x(10) value "TOURNEY 01".
        01 WS-Coin-Mode-Table redefines WS-Coin-Mode-Values.
            05 WS-Coin-Mode-Entry   occurs 8 times.
                10 WS-Coin-Name-STR pic x(8).
                10 WS-Coin-Price-INT pic 9(2).
        01 WS-Mtr-Record.
            05 WS-Mtr-Coins-INT     pic 9(7)    value 0.
            05 filler               pic x       value space.
            05 WS-Mtr-Issued-INT    pic 9(7)    value 0.
            05 filler               pic x       value space.
            05 WS-Mtr-Used-INT      pic 9(7)    value 0.
            05 filler               pic x       value space.
            05 WS-Mtr-Credits-INT   pic 9(3)    value 0.
            05 filler               pic x       value space.
            05 WS-Mtr-Partial-INT   pic 9(2)    value 0.
            05 WS-Mtr-Rounds-Entry  occurs 8 times.
                10 filler           pic x       value space.
                10 WS-Mtr-Rounds-INT pic 9(7)   value 0.
        01 WS-Coin-Idx-INT          pic 9       value 0.
        01 WS-Coin-Mode-STR         pic x(8)    value spaces.
        01 WS-Coin-Event-STR        pic x(5)    value spaces.
        01 WS-Coin-Credits-INT      pic 9(2)    value 0.
        01 WS-Coin-OK-BOOL          pic 9       value 0.
        01 WS-Coin-KeyWas-BOOL      pic 9       value 0.
        01 WS-Coin-FreeWas-BOOL     pic 9       value 0.
        01 WS-Coin-Rename-INT       pic 9(4)    value 0.
        01 WS-Coin-New-Name-STR     pic x(12)   value "meters.new".
        01 WS-Coin-Live-Name-STR    pic x(12)   value "meters.dat".
        01 WS-Coin-TimeStamp-STR    pic x(21)   value spaces.
        01 WS-Coin-Credits-Edit     pic zz9.
        01 WS-Coin-Price-Edit       pic z9.
        01 WS-Coin-Msg-STR          pic x(24)   value spaces.
        01 WS-Coin-Line-String      pic x(24)   value spaces.

        copy rl-keys.
        copy rl-bool.
        procedure division.
        main-procedure.

        perform recover-journal.
        perform init-data.
        perform init.

            end-call

            perform update-music
            perform coin-events
            evaluate WS-GameState-INT
                when 0
                    perform profile-select-events
                    perform tournament-setup-events
                when 8
                    perform tournament-hub-events
                when 9
                    perform operator-events
                when other
                    perform events
            end-evaluate
                move 0 to WS-LB-Index-INT
            end-if

            *> Pricing and the coin meters from last session
            perform load-coin-settings

        .

        start-round section.
            move 0 to WS-Camp-Complete-BOOL
            move 0 to WS-CpuMode-BOOL
            move 0 to WS-Daily-BOOL
            move spaces to WS-Op-Msg-STR
            *> The replay browser arms a ghost race for exactly one
            *> round; any other way into start-round runs ghost-free
            move WS-Ghost-Arm-BOOL to WS-Ghost-BOOL
                perform load-campaign
                move 1 to WS-Camp-Level-INT
                perform set-campaign-level
                perform start-campaign-run
            end-if

            perform build-board
                WS-Paused-BOOL = 0 then
                move 1 to WS-CanFail-Bool
                move 0 to WS-Replay-Respawned-BOOL
                if WS-Campaign-BOOL = 1 then
                    add 1 to WS-Camp-Tick-INT
                end-if

                *> Attract demo: player 1 is CPU-steered with the
                *> same brain the vs-CPU opponent uses, picked
                    if WS-Camp-Level-INT < WS-Camp-Count-INT then
                        perform advance-campaign-level
                    else
                        perform write-campaign-clear
                        move 1 to WS-Camp-Complete-BOOL
                        move 1 to WS-GameOver-BOOL
                    end-if
                    if WS-Demo-BOOL = 1 then
                        perform demo-restart
                    else
                        move 1 to WS-Rematch-Was-BOOL
                        perform on-game-over
                    end-if
                end-if
                    by value rl-key-space
                    returning WS-CMD-BOOL
                end-call
                if WS-CMD-BOOL = rl-true and WS-Rematch-Was-BOOL = 0
                    then
                    *> A tournament round goes back to the bracket
                    *> instead of a rematch -- the next entrant is up
                    if WS-Tour-Active-BOOL = 1 then
                        move 1 to WS-Tour-BackWas-BOOL
                        move 8 to WS-GameState-INT
                    else
                        *> A rematch is a new round at the same price
                        perform name-game-mode
                        move WS-GL-Mode-STR to WS-Coin-Mode-STR
                        perform charge-round
                        if WS-Coin-OK-BOOL = 1 then
                            perform reset-round
                        end-if
                    end-if
                end-if
                move WS-CMD-BOOL to WS-Rematch-Was-BOOL

                *> M instead of SPACE goes back to the title menu,
                *> so modes can be switched without restarting the
                perform set-campaign-level
                perform build-board
                perform load-obstacle-layout
                perform start-campaign-run
            end-if
            move 0 to WS-Camp-Complete-BOOL


        append-replay-catalog section.
            *> Reload-then-rewrite keeps the file consistent even if
            *> the browser trimmed it since this round started; the
            *> rewrite itself is apply-round's
            perform load-replay-catalog
            if WS-Cat-Total-INT = 50 then
                exit section
                WS-Cat-Mode-STR(WS-Cat-Total-INT)
            move WS-FinalScore-INT to
                WS-Cat-Score-INT(WS-Cat-Total-INT)
            move 1 to WS-Jnl-Cat-BOOL
        .

        replay-browser-events section.
            end-if
            if WS-CMD-BOOL = rl-true and WS-Rpb-PlayWas-BOOL = 0
                and WS-Cat-Total-INT > 0 then
                move "REPLAY" to WS-Coin-Mode-STR
                perform charge-round
                if WS-Coin-OK-BOOL = 1 then
                    move WS-Cat-Name-STR(WS-Rpb-Sel-INT) to
                        WS-Replay-Name-STR
                    perform start-round
                    move 2 to WS-GameState-INT
                end-if
            end-if
            move WS-CMD-BOOL to WS-Rpb-PlayWas-BOOL

                        move "GHOST NEEDS A SOLO RECORDING" to
                            WS-Rpb-Msg-STR
                end-evaluate
                *> A ghost race is charged as a round of the
                *> recording's mode; refused, the menu mode goes back
                if WS-Ghost-Arm-BOOL = 1 then
                    move WS-Cat-Mode-STR(WS-Rpb-Sel-INT) to
                        WS-Coin-Mode-STR
                    perform charge-round
                    if WS-Coin-OK-BOOL = 0 then
                        move 0 to WS-Ghost-Arm-BOOL
                        move WS-Ghost-SavedMode-INT to
                            WS-Menu-Mode-INT
                    end-if
                end-if
                if WS-Ghost-Arm-BOOL = 1 then
                    move WS-Cat-Name-STR(WS-Rpb-Sel-INT) to
                        WS-Ghost-Name-STR
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 255 0 255
            end-call

            perform draw-credits
        .

        load-obstacle-layout section.
            *> board with the score (snake length) carried forward.
            *> The body is gathered back onto the starting tile so a
            *> long snake isn't left threaded through the new maze.
            perform write-campaign-clear
            add 1 to WS-Camp-Level-INT
            perform set-campaign-level
            perform build-board
            move 20 to WS-Debounce-INT
        .

        start-campaign-run section.
            *> A run is known by its player and start time; the
            *> tick count restarts with it
            move 0 to WS-Camp-Tick-INT
            move function current-date(1:14) to WS-Camp-Run-STR
        .

        build-campaign-line section.
            *> Type byte is left for the caller
            move spaces to WS-Camp-Run-Line-STR
            move WS-Profile-Initials-STR to WS-Camp-Run-Line-STR(3:3)
            move WS-Camp-Run-STR to WS-Camp-Run-Line-STR(7:14)
            move WS-Camp-Level-INT to WS-Camp-Run-Line-STR(22:2)
            move WS-Camp-File-STR(WS-Camp-Level-INT) to
                WS-Camp-Run-Line-STR(25:12)
            move WS-Camp-Tick-INT to WS-Camp-Run-Line-STR(38:6)
            move WS-SnakeLen-INT to WS-Camp-Run-Line-STR(45:3)
        .

        write-campaign-clear section.
            *> Level cleared: noted straight away rather than held
            *> for the game-over journal, so a run cut short still
            *> shows the levels it got through
            if WS-Demo-BOOL = 1 then
                exit section
            end-if
            perform build-campaign-line
            move "L" to WS-Camp-Run-Line-STR(1:1)
            perform append-campaign-line
        .

        append-campaign-line section.
            move WS-Camp-Run-Line-STR to CRN-Record
            open extend Camprun-File
            if WS-CRN-Status = "35" then
                open output Camprun-File
            end-if
            write CRN-Record
            close Camprun-File
        .

        spawn-food section.
            *> Fill WS-FoodX-INT(WS-Index-INT)/WS-FoodY-INT(WS-Index-INT)
            *> with a coordinate that isn't on a border/obstacle tile
            end-if
            end-if

            *> A new high score, if this run beat it (persisted by
            *> apply-round with everything else this round changes)
            move 0 to WS-Jnl-HS-BOOL
            if WS-FinalScore-INT > WS-HighScore-INT then
                move WS-FinalScore-INT to WS-HighScore-INT
                move 1 to WS-Jnl-HS-BOOL
            end-if

            *> Check if this run cracked the top-10 leaderboard
            *> into one average
            perform name-game-mode

            *> Campaign: the run's end line -- the level it ended
            *> on and what ended it
            if WS-Campaign-BOOL = 1 then
                perform build-campaign-line
                move "E" to WS-Camp-Run-Line-STR(1:1)
                if WS-Camp-Complete-BOOL = 1 then
                    move "COMPLETE" to WS-Camp-Run-Line-STR(49:10)
                else
                    move WS-GL-Cause-STR to
                        WS-Camp-Run-Line-STR(49:10)
                end-if
            end-if

            string
                WS-GL-TimeStamp-STR delimited by size
                " p1=" delimited by size
                into WS-GL-Line-STR
            end-string

            *> Everything below works the round out in memory only;
            *> the files are written together by apply-round once
            *> the journal holds the whole set

            *> A finished recording earns its catalog line (date,
            *> player, mode, score) so the browser can find it
            move 0 to WS-Jnl-Cat-BOOL
            if WS-ReplayMode-INT = 1 then
                perform append-replay-catalog
            end-if

            *> Tournament round: file the entrant's result and
            *> resolve the pair if both have now played
            move 0 to WS-Jnl-Champ-BOOL
            if WS-Tour-Active-BOOL = 1 then
                perform record-tournament-result
            end-if

            *> A replayed round is not the player's own play: leave
            *> their lifetime numbers and achievements alone. (The
            *> log append stays -- playback rounds have always been
            *> logged.)
            if WS-ReplayMode-INT not = 2 then
                *> Achievements first: they read the round's food
                *> counters before update-profile folds and clears
                perform update-profile
            end-if

            *> Journal the round, write it, mark it complete
            perform journal-round
            perform apply-round
            perform journal-done

            *> Everything this round changed is now on disk -- the
            *> safe moment to roll the generation backups forward
            perform save-generations
        .

        journal-round section.
            *> The round's full set of file images, then the commit
            *> line; nothing has been written to any file before
            *> this returns
            open output Journal-File
            if WS-JNL-Status not = "00" then
                exit section
            end-if
            move spaces to JNL-Record
            move "B" to JNL-Record(1:1)
            move WS-GL-TimeStamp-STR to JNL-Record(3:21)
            move WS-Profile-Initials-STR to JNL-Record(25:3)
            move WS-GL-Mode-STR to JNL-Record(29:8)
            write JNL-Record

            if WS-Jnl-HS-BOOL = 1 then
                move "HISCORE" to WS-Jnl-Tag-STR
                move spaces to WS-Jnl-Line-STR
                move WS-HighScore-INT to WS-Jnl-Line-STR(1:5)
                perform write-journal-image
            end-if

            move "gamelog.dat" to WS-Jnl-Probe-Name-STR
            perform probe-file-size
            move "GAMELOG" to WS-Jnl-Tag-STR
            move WS-GL-Line-STR to WS-Jnl-Line-STR
            perform write-journal-image

            if WS-Campaign-BOOL = 1 then
                move "camprun.dat" to WS-Jnl-Probe-Name-STR
                perform probe-file-size
                move "CAMPRUN" to WS-Jnl-Tag-STR
                move WS-Camp-Run-Line-STR to WS-Jnl-Line-STR
                perform write-journal-image
            end-if

            if WS-Jnl-Cat-BOOL = 1 then
                move "REPLYCAT" to WS-Jnl-Tag-STR
                move 1 to WS-Cat-Idx-INT
                perform until WS-Cat-Idx-INT > WS-Cat-Total-INT
                    move spaces to WS-Jnl-Line-STR
                    move WS-Cat-Name-STR(WS-Cat-Idx-INT) to
                        WS-Jnl-Line-STR(1:12)
                    move WS-Cat-Date-STR(WS-Cat-Idx-INT) to
                        WS-Jnl-Line-STR(14:8)
                    move WS-Cat-Inits-STR(WS-Cat-Idx-INT) to
                        WS-Jnl-Line-STR(23:3)
                    move WS-Cat-Mode-STR(WS-Cat-Idx-INT) to
                        WS-Jnl-Line-STR(27:8)
                    move WS-Cat-Score-INT(WS-Cat-Idx-INT) to
                        WS-Jnl-Line-STR(36:5)
                    perform write-journal-image
                    add 1 to WS-Cat-Idx-INT
                end-perform
            end-if

            if WS-Tour-Active-BOOL = 1 then
                move "TOURNEY" to WS-Jnl-Tag-STR
                move spaces to WS-Jnl-Line-STR
                move WS-Tour-Size-INT to WS-Jnl-Line-STR(1:2)
                move WS-Tour-Complete-BOOL to WS-Jnl-Line-STR(4:1)
                perform write-journal-image
                move 1 to WS-Tour-Idx-INT
                perform until WS-Tour-Idx-INT > WS-Tour-Slots-INT
                    move spaces to WS-Jnl-Line-STR
                    move WS-Tour-Inits-STR(WS-Tour-Idx-INT) to
                        WS-Jnl-Line-STR(1:3)
                    move WS-Tour-Score-INT(WS-Tour-Idx-INT) to
                        WS-Jnl-Line-STR(5:5)
                    move WS-Tour-Played-INT(WS-Tour-Idx-INT) to
                        WS-Jnl-Line-STR(11:1)
                    perform write-journal-image
                    add 1 to WS-Tour-Idx-INT
                end-perform
                if WS-Jnl-Champ-BOOL = 1 then
                    move "PROFILE" to WS-Jnl-Tag-STR
                    move WS-Jnl-Champ-Record-STR to WS-Jnl-Line-STR
                    perform write-journal-image
                end-if
            end-if

            if WS-Daily-BOOL = 1 then
                move "daily.dat" to WS-Jnl-Probe-Name-STR
                perform probe-file-size
                move "DAILY" to WS-Jnl-Tag-STR
                move spaces to WS-Jnl-Line-STR
                move WS-Daily-Date-STR to WS-Jnl-Line-STR(1:8)
                move WS-Profile-Initials-STR to WS-Jnl-Line-STR(9:3)
                move WS-FinalScore-INT to WS-Jnl-Score-INT
                move WS-Jnl-Score-INT to WS-Jnl-Line-STR(12:5)
                perform write-journal-image
            end-if

            if WS-ReplayMode-INT not = 2 then
                *> WS-Ach and WS-Profile are laid out exactly like
                *> AC-Record and PF-Record
                move "ACHIEVE" to WS-Jnl-Tag-STR
                move WS-Ach to WS-Jnl-Line-STR
                perform write-journal-image
                move "PROFILE" to WS-Jnl-Tag-STR
                move WS-Profile to WS-Jnl-Line-STR
                perform write-journal-image
            end-if

            move spaces to JNL-Record
            move "C" to JNL-Record(1:1)
            write JNL-Record
            close Journal-File
        .

        write-journal-image section.
            *> One I line: WS-Jnl-Tag-STR, the size WS-Jnl-Size-INT
            *> (only meaningful for appends) and the image held in
            *> WS-Jnl-Line-STR
            move spaces to JNL-Record
            move "I" to JNL-Record(1:1)
            move WS-Jnl-Tag-STR to JNL-Record(3:8)
            move WS-Jnl-Size-INT to JNL-Record(12:12)
            move WS-Jnl-Line-STR to JNL-Record(25:94)
            write JNL-Record
            move 0 to WS-Jnl-Size-INT
        .

        probe-file-size section.
            *> Byte size of WS-Jnl-Probe-Name-STR into
            *> WS-Jnl-Size-INT; a file that doesn't exist is size 0
            move 0 to WS-Jnl-Size-INT
            move 0 to WS-Jnl-FileSize-INT
            call "CBL_CHECK_FILE_EXIST" using
                WS-Jnl-Probe-Name-STR WS-Jnl-FileInfo
                returning WS-Jnl-Exist-INT
            end-call
            if WS-Jnl-Exist-INT = 0 then
                move WS-Jnl-FileSize-INT to WS-Jnl-Size-INT
            end-if
        .

        journal-done section.
            open extend Journal-File
            if WS-JNL-Status = "00" then
                move spaces to JNL-Record
                move "D" to JNL-Record(1:1)
                write JNL-Record
                close Journal-File
            end-if
        .

        recover-journal section.
            *> Startup check of the last journal entry: a round that
            *> committed but never finished is re-applied from its
            *> images, a round that never committed is discarded
            *> (none of its files had been touched), and a journal
            *> that can't be read is left alone with a warning
            perform read-journal-state
            if WS-Jnl-Begun-BOOL = 0 and WS-Jnl-Bad-BOOL = 0 then
                exit section
            end-if
            if WS-Jnl-Done-BOOL = 1 then
                exit section
            end-if

            move spaces to WS-Jnl-Msg-STR
            if WS-Jnl-Bad-BOOL = 1 then
                move "X" to WS-Jnl-Tag-STR
                string
                    "journal.dat damaged, files left as found"
                        delimited by size
                    into WS-Jnl-Msg-STR
                end-string
            else
                if WS-Jnl-Commit-BOOL = 0 then
                    move "X" to WS-Jnl-Tag-STR
                    string
                        "round " delimited by size
                        WS-Jnl-Begin-STR(25:3) delimited by size
                        " " delimited by size
                        WS-Jnl-Begin-STR(29:8) delimited by space
                        " " delimited by size
                        WS-Jnl-Begin-STR(3:12) delimited by size
                        " never committed, backed out"
                            delimited by size
                        into WS-Jnl-Msg-STR
                    end-string
                else
                    perform redo-journal
                    move "D" to WS-Jnl-Tag-STR
                    string
                        "round " delimited by size
                        WS-Jnl-Begin-STR(25:3) delimited by size
                        " " delimited by size
                        WS-Jnl-Begin-STR(29:8) delimited by space
                        " " delimited by size
                        WS-Jnl-Begin-STR(3:12) delimited by size
                        " redone: " delimited by size
                        WS-Jnl-Applied-INT delimited by size
                        " written " delimited by size
                        WS-Jnl-Skipped-INT delimited by size
                        " skipped" delimited by size
                        into WS-Jnl-Msg-STR
                    end-string
                end-if
            end-if

            *> Close the entry off so the next startup leaves it be
            open extend Journal-File
            if WS-JNL-Status = "00" then
                move spaces to JNL-Record
                move WS-Jnl-Tag-STR(1:1) to JNL-Record(1:1)
                write JNL-Record
                close Journal-File
            end-if

            display "game: journal " function trim(WS-Jnl-Msg-STR)
            perform write-recovery-log
        .

        read-journal-state section.
            *> B line first, then I lines, then C; a D or X after
            *> them means the entry is settled. Anything else marks
            *> the journal as damaged
            move 0 to WS-Jnl-Begun-BOOL
            move 0 to WS-Jnl-Commit-BOOL
            move 0 to WS-Jnl-Done-BOOL
            move 0 to WS-Jnl-Bad-BOOL
            move spaces to WS-Jnl-Begin-STR
            open input Journal-File
            if WS-JNL-Status not = "00" then
                exit section
            end-if
            perform until WS-JNL-Status not = "00"
                read Journal-File
                if WS-JNL-Status = "00" then
                    evaluate JNL-Record(1:1)
                        when "B"
                            if WS-Jnl-Begun-BOOL = 1 then
                                move 1 to WS-Jnl-Bad-BOOL
                            end-if
                            move 1 to WS-Jnl-Begun-BOOL
                            move JNL-Record to WS-Jnl-Begin-STR
                        when "I"
                            if WS-Jnl-Begun-BOOL = 0 or
                                WS-Jnl-Commit-BOOL = 1 then
                                move 1 to WS-Jnl-Bad-BOOL
                            end-if
                        when "C"
                            move 1 to WS-Jnl-Commit-BOOL
                        when "D"
                            move 1 to WS-Jnl-Done-BOOL
                        when "X"
                            move 1 to WS-Jnl-Done-BOOL
                        when other
                            move 1 to WS-Jnl-Bad-BOOL
                    end-evaluate
                end-if
            end-perform
            close Journal-File
            if WS-Jnl-Begun-BOOL = 0 and WS-Jnl-Done-BOOL = 0 and
                WS-Jnl-Commit-BOOL = 1 then
                move 1 to WS-Jnl-Bad-BOOL
            end-if
        .

        redo-journal section.
            move 0 to WS-Jnl-Applied-INT
            move 0 to WS-Jnl-Skipped-INT
            move spaces to WS-Jnl-Prev-Tag-STR
            open input Journal-File
            if WS-JNL-Status not = "00" then
                exit section
            end-if
            perform until WS-JNL-Status not = "00"
                read Journal-File
                if WS-JNL-Status = "00" and JNL-Record(1:1) = "I"
                    then
                    perform redo-journal-line
                end-if
            end-perform
            close Journal-File
            perform close-redo-file
        .

        redo-journal-line section.
            move JNL-Record(3:8) to WS-Jnl-Tag-STR
            move JNL-Record(25:94) to WS-Jnl-Line-STR
            if WS-Jnl-Tag-STR not = WS-Jnl-Prev-Tag-STR then
                perform close-redo-file
                move WS-Jnl-Tag-STR to WS-Jnl-Prev-Tag-STR
                perform open-redo-file
            end-if

            evaluate WS-Jnl-Tag-STR
                when "HISCORE"
                    move WS-Jnl-Line-STR(1:5) to HS-Record
                    write HS-Record
                    add 1 to WS-Jnl-Applied-INT
                when "REPLYCAT"
                    move WS-Jnl-Line-STR(1:40) to RC-Record
                    write RC-Record
                    add 1 to WS-Jnl-Applied-INT
                when "TOURNEY"
                    move WS-Jnl-Line-STR(1:12) to TRN-Record
                    write TRN-Record
                    add 1 to WS-Jnl-Applied-INT
                when "ACHIEVE"
                    move WS-Jnl-Line-STR(1:14) to AC-Record
                    write AC-Record
                    add 1 to WS-Jnl-Applied-INT
                when "SCORES"
                    move WS-Jnl-Line-STR(1:8) to SF-Record
                    write SF-Record
                    add 1 to WS-Jnl-Applied-INT
                when "PROFILE"
                    open i-o Profile-File
                    if WS-PF-Status = "35" then
                        open output Profile-File
                    end-if
                    if WS-PF-Status = "00" then
                        move WS-Jnl-Line-STR(1:42) to PF-Record
                        rewrite PF-Record
                            invalid key
                                write PF-Record end-write
                        end-rewrite
                        close Profile-File
                        add 1 to WS-Jnl-Applied-INT
                    end-if
                when "GAMELOG"
                    *> Appends only go on if the file is still the
                    *> size it was before the round
                    move JNL-Record(12:12) to WS-Jnl-Was-Size-INT
                    move "gamelog.dat" to WS-Jnl-Probe-Name-STR
                    perform probe-file-size
                    if WS-Jnl-Size-INT = WS-Jnl-Was-Size-INT then
                        move WS-Jnl-Line-STR(1:94) to GL-Record
                        open extend GameLog-File
                        if WS-GL-Status = "35" then
                            open output GameLog-File
                        end-if
                        write GL-Record
                        close GameLog-File
                        add 1 to WS-Jnl-Applied-INT
                    else
                        add 1 to WS-Jnl-Skipped-INT
                    end-if
                when "DAILY"
                    move JNL-Record(12:12) to WS-Jnl-Was-Size-INT
                    move "daily.dat" to WS-Jnl-Probe-Name-STR
                    perform probe-file-size
                    if WS-Jnl-Size-INT = WS-Jnl-Was-Size-INT then
                        move WS-Jnl-Line-STR(1:16) to DC-Record
                        open extend Daily-File
                        if WS-DCH-Status = "35" then
                            open output Daily-File
                        end-if
                        write DC-Record
                        close Daily-File
                        add 1 to WS-Jnl-Applied-INT
                    else
                        add 1 to WS-Jnl-Skipped-INT
                    end-if
                when "CAMPRUN"
                    move JNL-Record(12:12) to WS-Jnl-Was-Size-INT
                    move "camprun.dat" to WS-Jnl-Probe-Name-STR
                    perform probe-file-size
                    if WS-Jnl-Size-INT = WS-Jnl-Was-Size-INT then
                        move WS-Jnl-Line-STR(1:58) to CRN-Record
                        open extend Camprun-File
                        if WS-CRN-Status = "35" then
                            open output Camprun-File
                        end-if
                        write CRN-Record
                        close Camprun-File
                        add 1 to WS-Jnl-Applied-INT
                    else
                        add 1 to WS-Jnl-Skipped-INT
                    end-if
            end-evaluate
        .

        open-redo-file section.
            *> Whole-file images replace the file outright
            evaluate WS-Jnl-Tag-STR
                when "HISCORE"
                    open output HighScore-File
                when "REPLYCAT"
                    open output ReplayCat-File
                when "TOURNEY"
                    open output Tour-File
                when "ACHIEVE"
                    open output Achieve-File
                when "SCORES"
                    open output Scores-File
            end-evaluate
        .

        close-redo-file section.
            evaluate WS-Jnl-Prev-Tag-STR
                when "HISCORE"
                    close HighScore-File
                when "REPLYCAT"
                    close ReplayCat-File
                when "TOURNEY"
                    close Tour-File
                when "ACHIEVE"
                    close Achieve-File
                when "SCORES"
                    close Scores-File
            end-evaluate
            move spaces to WS-Jnl-Prev-Tag-STR
        .

        write-recovery-log section.
            *> Same line shape as profaudit.dat: timestamp to the
            *> second, then what was done
            move function current-date to WS-Jnl-TimeStamp-STR
            open extend Recovery-Log
            if WS-RLG-Status = "35" then
                open output Recovery-Log
            end-if
            if WS-RLG-Status = "00" then
                move spaces to RLG-Record
                string
                    WS-Jnl-TimeStamp-STR(1:14) delimited by size
                    " " delimited by size
                    WS-Jnl-Msg-STR delimited by size
                    into RLG-Record
                end-string
                write RLG-Record
                close Recovery-Log
            end-if
        .

        apply-round section.
            *> The writes journal-round just recorded, in the same
            *> order
            if WS-Jnl-HS-BOOL = 1 then
                move WS-HighScore-INT to HS-Score-INT
                open output HighScore-File
                write HS-Record
                close HighScore-File
            end-if

            move WS-GL-Line-STR to GL-Record
            open extend GameLog-File
            if WS-GL-Status = "35" then
                open output GameLog-File
            end-if
            write GL-Record
            close GameLog-File

            if WS-Campaign-BOOL = 1 then
                perform append-campaign-line
            end-if

            if WS-Jnl-Cat-BOOL = 1 then
                perform save-replay-catalog
            end-if

            if WS-Tour-Active-BOOL = 1 then
                perform save-tournament
                if WS-Jnl-Champ-BOOL = 1 then
                    perform write-champion-record
                end-if
            end-if

            if WS-Daily-BOOL = 1 then
                perform append-daily-record
            end-if

            if WS-ReplayMode-INT not = 2 then
                perform save-achievements
                perform write-profile-record
            end-if
        .

        save-generations section.
            move "highscore" to WS-Gen-Base-STR
            perform rotate-generation
        .

        tournament-entrant-entry section.
            *> The shared letter picker, plus setup-only rules: the
            *> initials must belong to a registered profile, must not
            *> already be in the bracket, and must give the profile's
            *> PIN if it has one
            if WS-Pin-Active-BOOL = 1 then
                perform pin-entry-events
                perform take-pin-message
                evaluate WS-Pin-Result-INT
                    when 1
                        perform add-tour-entrant
                    when 3
                    when 4
                        move 1 to WS-EI-Slot-INT
                        move "AAA" to WS-EI-Letters-STR
                end-evaluate
                exit section
            end-if

            call "b_IsKeyDown" using
                by value rl-key-up
                returning WS-CMD-BOOL
                        move "NO SUCH PROFILE" to WS-Tour-Msg-STR
                    end-if
                    if WS-Tour-Exists-BOOL = 1 then
                        move WS-EI-Letters-STR to WS-Pin-Inits-STR
                        perform begin-pin-entry
                        perform take-pin-message
                        evaluate WS-Pin-Result-INT
                            when 1
                                perform add-tour-entrant
                            when 3
                                move 1 to WS-EI-Slot-INT
                                move "AAA" to WS-EI-Letters-STR
                        end-evaluate
                    end-if
                else
                    add 1 to WS-EI-Slot-INT
            move WS-CMD-BOOL to WS-EI-ConfirmWasDown-BOOL
        .

        take-pin-message section.
            *> Setup shows the PIN messages in its own message line;
            *> taking them leaves nothing behind for profile select
            if WS-Pin-Msg-STR not = spaces then
                move WS-Pin-Msg-STR to WS-Tour-Msg-STR
                move spaces to WS-Pin-Msg-STR
            end-if
            if WS-Pin-Result-INT = 4 then
                move spaces to WS-Tour-Msg-STR
            end-if
        .

        add-tour-entrant section.
            move WS-EI-Letters-STR to
                WS-Tour-Inits-STR(WS-Tour-Entrant-INT)
            move spaces to WS-Tour-Msg-STR
            move spaces to WS-Pin-Msg-STR
            move 1 to WS-EI-Slot-INT
            move "AAA" to WS-EI-Letters-STR
            if WS-Tour-Entrant-INT = WS-Tour-Size-INT then
                move 0 to WS-Tour-Complete-BOOL
                move 1 to WS-Tour-Cur-INT
                perform save-tournament
                move 8 to WS-GameState-INT
            else
                add 1 to WS-Tour-Entrant-INT
            end-if
        .

        tournament-hub-events section.
            *> SPACE sends the slot that's up to its round; the
            *> round runs as a plain solo game under that entrant's
            if WS-CMD-BOOL = rl-true and WS-Tour-PlayWas-BOOL = 0
                and WS-Tour-Complete-BOOL = 0 and
                WS-Tour-Cur-INT > 0 then
                *> Charged under the entrant's initials; refused,
                *> the cabinet's own profile stays selected
                move WS-Tour-Inits-STR(WS-Tour-Cur-INT) to
                    WS-Profile-Initials-STR
                move "TOURNEY" to WS-Coin-Mode-STR
                perform charge-round
                if WS-Coin-OK-BOOL = 1 then
                    perform load-profile
                    move WS-Menu-Mode-INT to WS-Tour-SavedMode-INT
                    move 0 to WS-Menu-Mode-INT
                    move 1 to WS-Tour-Active-BOOL
                    perform start-round
                    move 2 to WS-GameState-INT
                else
                    move WS-Tour-SavedInits-STR to
                        WS-Profile-Initials-STR
                end-if
            end-if
            move WS-CMD-BOOL to WS-Tour-PlayWas-BOOL

            end-if

            perform find-next-tour-slot
        .

        credit-champion section.
            *> The bracket win goes on the champion's lifetime
            *> record, same counter a two-player round win feeds.
            *> The champion's updated record is held for apply-round
            *> to write with the rest of the round.
            *> If the champion is the profile currently selected on
            *> the cabinet, the in-memory copy carries the win and
            *> update-profile writes it
            if WS-Tour-Inits-STR(WS-Tour-Slots-INT) =
                WS-Profile-Initials-STR then
                add 1 to WS-Profile-Wins-INT
                exit section
            end-if
            open input Profile-File
            if WS-PF-Status = "00" then
                move WS-Tour-Inits-STR(WS-Tour-Slots-INT) to
                    PF-Initials-STR
                        continue
                    not invalid key
                        add 1 to PF-Wins-INT
                        move PF-Record to WS-Jnl-Champ-Record-STR
                        move 1 to WS-Jnl-Champ-BOOL
                end-read
                close Profile-File
            end-if
        .

        write-champion-record section.
            open i-o Profile-File
            if WS-PF-Status = "00" then
                move WS-Jnl-Champ-Record-STR to PF-Record
                rewrite PF-Record
                    invalid key
                        continue
                end-rewrite
                close Profile-File
            end-if
        .

                    255 255 0 255
                end-call
            else
                if WS-Pin-Active-BOOL = 1 then
                    perform draw-pin-entry
                else
                    move spaces to WS-Tour-Line-String
                    string
                        "ENTRANT " delimited by size
                        WS-Tour-Entrant-INT delimited by size
                        ": UP/DOWN+SPACE " delimited by size
                        WS-EI-Letters-STR delimited by size
                        into WS-Tour-Line-String
                    end-string
                    move 220 to WS-TX-INT
                    move 240 to WS-TY-INT
                    move 30 to WS-TS-INT
                    perform scale-xy
                    call "b_DrawText" using
                        by reference WS-Tour-Line-String
                        by value WS-TX-INT WS-TY-INT WS-TS-INT
                        255 255 255 255
                    end-call
                end-if
                if WS-Tour-Msg-STR not = spaces then
                    move 280 to WS-TX-INT
                    move 300 to WS-TY-INT
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 255 255 255
            end-call

            perform draw-credits
        .

        record-daily-result section.
            *> Rebuild today's top 5 from the whole file; old days'
            *> results stay on disk for the paper records but don't
            *> place. This round's result isn't on disk yet
            *> (apply-round appends it), so it is placed last -- the
            *> position its line will take in the file
            move 1 to WS-Daily-Idx-INT
            perform until WS-Daily-Idx-INT > 5
                move "---" to WS-Daily-Inits-STR(WS-Daily-Idx-INT)
                end-perform
                close Daily-File
            end-if
            move WS-Daily-Date-STR to DC-Date-STR
            move WS-Profile-Initials-STR to DC-Initials-STR
            move WS-FinalScore-INT to DC-Score-INT
            perform place-daily-entry
        .

        append-daily-record section.
            move WS-Daily-Date-STR to DC-Date-STR
            move WS-Profile-Initials-STR to DC-Initials-STR
            move WS-FinalScore-INT to DC-Score-INT
            open extend Daily-File
            if WS-DCH-Status = "35" then
                open output Daily-File
            end-if
            if WS-DCH-Status = "00" then
                write DC-Record
                close Daily-File
            end-if
        .

        place-daily-entry section.
                if WS-EI-Slot-INT = 3 then
                    move WS-EI-Letters-STR to
                        WS-LB-Initials-STR(WS-LB-Rank-INT)
                    perform journal-leaderboard
                    perform save-leaderboard
                    perform journal-done
                    move 0 to WS-EnteringInitials-BOOL
                    move 1 to WS-EI-Slot-INT
                    move 1 to WS-Rematch-Was-BOOL
                else
                    add 1 to WS-EI-Slot-INT
                end-if
            move 0 to WS-LB-Index-INT
        .

        journal-leaderboard section.
            *> scores.dat is rewritten after the round's own journal
            *> entry is done, so it gets an entry of its own
            open output Journal-File
            if WS-JNL-Status not = "00" then
                exit section
            end-if
            move spaces to JNL-Record
            move "B" to JNL-Record(1:1)
            move function current-date to JNL-Record(3:21)
            move WS-EI-Letters-STR to JNL-Record(25:3)
            move "SCORES" to JNL-Record(29:8)
            write JNL-Record
            move "SCORES" to WS-Jnl-Tag-STR
            move 1 to WS-LB-Index-INT
            perform until WS-LB-Index-INT = 11
                move spaces to WS-Jnl-Line-STR
                move WS-LB-Initials-STR(WS-LB-Index-INT) to
                    WS-Jnl-Line-STR(1:3)
                move WS-LB-Score-INT(WS-LB-Index-INT) to
                    WS-Jnl-Score-INT
                move WS-Jnl-Score-INT to WS-Jnl-Line-STR(4:5)
                perform write-journal-image
                add 1 to WS-LB-Index-INT
            end-perform
            move spaces to JNL-Record
            move "C" to JNL-Record(1:1)
            write JNL-Record
            close Journal-File
        .

        cycle-letter-up section.
            *> Advance the letter in the current initials slot
            *> (A-Z, wrapping), with the selection tick -- shared by
            *> Same interaction as the game-over initials entry:
            *> UP/DOWN cycles the current letter, SPACE confirms a
            *> slot, the third confirm loads (or creates) the profile
            *> and starts the game -- once its PIN, if it has one,
            *> has been given
            if WS-Pin-Active-BOOL = 1 then
                perform pin-entry-events
                evaluate WS-Pin-Result-INT
                    when 1
                        perform finish-profile-select
                    when 3
                    when 4
                        move 1 to WS-EI-Slot-INT
                        move "AAA" to WS-EI-Letters-STR
                end-evaluate
                perform attract-idle-tick
                *> A half-entered PIN doesn't survive the demo
                if WS-Demo-BOOL = 1 then
                    move 0 to WS-Pin-Active-BOOL
                    move spaces to WS-Pin-Msg-STR
                    move 1 to WS-EI-Slot-INT
                    move "AAA" to WS-EI-Letters-STR
                end-if
                exit section
            end-if

            call "b_IsKeyDown" using
                by value rl-key-up
                returning WS-CMD-BOOL
            if WS-CMD-BOOL = rl-true and WS-EI-ConfirmWasDown-BOOL = 0
                then
                if WS-EI-Slot-INT = 3 then
                    move WS-EI-Letters-STR to WS-Pin-Inits-STR
                    perform begin-pin-entry
                    evaluate WS-Pin-Result-INT
                        when 1
                            perform finish-profile-select
                        when 3
                            move 1 to WS-EI-Slot-INT
                            move "AAA" to WS-EI-Letters-STR
                    end-evaluate
                else
                    add 1 to WS-EI-Slot-INT
                end-if
            perform attract-idle-tick
        .

        finish-profile-select section.
            move WS-EI-Letters-STR to WS-Profile-Initials-STR
            perform load-profile
            move 1 to WS-EI-Slot-INT
            move "AAA" to WS-EI-Letters-STR
            move spaces to WS-Pin-Msg-STR
            *> The confirming SPACE is still held; make the menu
            *> wait for a fresh press before it can mean START
            move 1 to WS-Menu-StartWas-BOOL
            move 1 to WS-GameState-INT
        .

        read-profile-pin section.
            *> Read-only: the PIN on file for WS-Pin-Inits-STR into
            *> WS-Pin-Want-STR, spaces when there is none (or no
            *> profile yet). Anything but 4 digits counts as none.
            move spaces to WS-Pin-Want-STR
            open input Profile-File
            if WS-PF-Status = "00" then
                move WS-Pin-Inits-STR to PF-Initials-STR
                read Profile-File
                    invalid key
                        continue
                    not invalid key
                        if PF-Pin-STR is numeric then
                            move PF-Pin-STR to WS-Pin-Want-STR
                        end-if
                end-read
                close Profile-File
            end-if
        .

        pin-clock section.
            *> Seconds on a running count, for the lockout expiry
            move function current-date to WS-Pin-Now-STR
            compute WS-Pin-Now-INT =
                function integer-of-date(
                    function numval(WS-Pin-Now-STR(1:8))) * 86400
                + function numval(WS-Pin-Now-STR(9:2)) * 3600
                + function numval(WS-Pin-Now-STR(11:2)) * 60
                + function numval(WS-Pin-Now-STR(13:2))
        .

        find-pin-lock section.
            *> WS-Pin-Lock-Idx-INT = the entry for WS-Pin-Inits-STR
            *> (0 if none); WS-Pin-Locked-BOOL set while its lockout
            *> is still running
            move 0 to WS-Pin-Locked-BOOL
            move 1 to WS-Pin-Lock-Idx-INT
            perform until WS-Pin-Lock-Idx-INT > WS-Pin-Lock-Total-INT
                or WS-Pin-Lock-Inits-STR(WS-Pin-Lock-Idx-INT) =
                    WS-Pin-Inits-STR
                add 1 to WS-Pin-Lock-Idx-INT
            end-perform
            if WS-Pin-Lock-Idx-INT > WS-Pin-Lock-Total-INT then
                move 0 to WS-Pin-Lock-Idx-INT
                exit section
            end-if
            perform pin-clock
            if WS-Pin-Lock-Until-INT(WS-Pin-Lock-Idx-INT) >
                WS-Pin-Now-INT then
                move 1 to WS-Pin-Locked-BOOL
            end-if
        .

        begin-pin-entry section.
            *> WS-Pin-Inits-STR has just been picked: no PIN on file
            *> lets it straight through, a locked-out profile is
            *> refused, otherwise the digit picker opens
            move 0 to WS-Pin-Result-INT
            move spaces to WS-Pin-Msg-STR
            perform read-profile-pin
            if WS-Pin-Want-STR = spaces then
                move 1 to WS-Pin-Result-INT
                exit section
            end-if
            perform find-pin-lock
            if WS-Pin-Locked-BOOL = 1 then
                string
                    WS-Pin-Inits-STR delimited by size
                    " LOCKED - TRY LATER" delimited by size
                    into WS-Pin-Msg-STR
                end-string
                move 3 to WS-Pin-Result-INT
                exit section
            end-if
            move "0000" to WS-Pin-Digits-STR
            move 1 to WS-Pin-Slot-INT
            move 1 to WS-Pin-BackWas-BOOL
            move 1 to WS-Pin-Active-BOOL
        .

        pin-entry-events section.
            *> The initials picker over digits: UP/DOWN cycles 0-9,
            *> SPACE confirms a digit, the fourth confirm checks the
            *> PIN; M abandons it
            move 0 to WS-Pin-Result-INT
            call "b_IsKeyDown" using
                by value rl-key-up
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-EI-UpWasDown-BOOL = 0
                then
                compute WS-Pin-CharCode-INT = function ord(
                    WS-Pin-Digits-STR(WS-Pin-Slot-INT:1))
                if WS-Pin-CharCode-INT = 58 then
                    move 49 to WS-Pin-CharCode-INT
                else
                    add 1 to WS-Pin-CharCode-INT
                end-if
                move function char(WS-Pin-CharCode-INT) to
                    WS-Pin-Digits-STR(WS-Pin-Slot-INT:1)
                perform play-tick-sound
            end-if
            move WS-CMD-BOOL to WS-EI-UpWasDown-BOOL

            call "b_IsKeyDown" using
                by value rl-key-down
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-EI-DownWasDown-BOOL = 0
                then
                compute WS-Pin-CharCode-INT = function ord(
                    WS-Pin-Digits-STR(WS-Pin-Slot-INT:1))
                if WS-Pin-CharCode-INT = 49 then
                    move 58 to WS-Pin-CharCode-INT
                else
                    subtract 1 from WS-Pin-CharCode-INT
                end-if
                move function char(WS-Pin-CharCode-INT) to
                    WS-Pin-Digits-STR(WS-Pin-Slot-INT:1)
                perform play-tick-sound
            end-if
            move WS-CMD-BOOL to WS-EI-DownWasDown-BOOL

            call "b_IsKeyDown" using
                by value rl-key-m
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Pin-BackWas-BOOL = 0
                then
                move 0 to WS-Pin-Active-BOOL
                move 4 to WS-Pin-Result-INT
                move spaces to WS-Pin-Msg-STR
                *> The M is still held; tournament setup must not
                *> read it as abandoning the whole setup
                move 1 to WS-Tour-BackWas-BOOL
                exit section
            end-if
            move WS-CMD-BOOL to WS-Pin-BackWas-BOOL

            call "b_IsKeyDown" using
                by value rl-key-space
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-EI-ConfirmWasDown-BOOL = 0
                then
                if WS-Pin-Slot-INT = 4 then
                    perform check-pin
                else
                    add 1 to WS-Pin-Slot-INT
                end-if
            end-if
            move WS-CMD-BOOL to WS-EI-ConfirmWasDown-BOOL
        .

        check-pin section.
            *> A right PIN clears the run of misses; a wrong one
            *> counts toward the lockout and, short of it, offers
            *> another go from the first digit
            perform find-pin-lock
            if WS-Pin-Digits-STR = WS-Pin-Want-STR then
                if WS-Pin-Lock-Idx-INT > 0 then
                    move 0 to WS-Pin-Lock-Fails-INT(WS-Pin-Lock-Idx-INT)
                end-if
                move 0 to WS-Pin-Active-BOOL
                move 1 to WS-Pin-Result-INT
                move spaces to WS-Pin-Msg-STR
                exit section
            end-if

            if WS-Pin-Lock-Idx-INT = 0 then
                if WS-Pin-Lock-Total-INT < 50 then
                    add 1 to WS-Pin-Lock-Total-INT
                end-if
                move WS-Pin-Lock-Total-INT to WS-Pin-Lock-Idx-INT
                move WS-Pin-Inits-STR to
                    WS-Pin-Lock-Inits-STR(WS-Pin-Lock-Idx-INT)
                move 0 to WS-Pin-Lock-Fails-INT(WS-Pin-Lock-Idx-INT)
                move 0 to WS-Pin-Lock-Until-INT(WS-Pin-Lock-Idx-INT)
            end-if
            add 1 to WS-Pin-Lock-Fails-INT(WS-Pin-Lock-Idx-INT)
            move spaces to WS-Pin-Msg-STR
            if WS-Pin-Lock-Fails-INT(WS-Pin-Lock-Idx-INT) >=
                WS-Pin-Max-Tries-INT then
                perform pin-clock
                compute WS-Pin-Lock-Until-INT(WS-Pin-Lock-Idx-INT) =
                    WS-Pin-Now-INT + WS-Pin-Lock-Secs-INT
                move 0 to WS-Pin-Lock-Fails-INT(WS-Pin-Lock-Idx-INT)
                move 0 to WS-Pin-Active-BOOL
                move 3 to WS-Pin-Result-INT
                string
                    "WRONG PIN - " delimited by size
                    WS-Pin-Inits-STR delimited by size
                    " LOCKED" delimited by size
                    into WS-Pin-Msg-STR
                end-string
            else
                compute WS-Pin-Left-INT = WS-Pin-Max-Tries-INT -
                    WS-Pin-Lock-Fails-INT(WS-Pin-Lock-Idx-INT)
                move 2 to WS-Pin-Result-INT
                move "0000" to WS-Pin-Digits-STR
                move 1 to WS-Pin-Slot-INT
                string
                    "WRONG PIN - " delimited by size
                    WS-Pin-Left-INT delimited by size
                    " TRIES LEFT" delimited by size
                    into WS-Pin-Msg-STR
                end-string
            end-if
        .

        draw-pin-entry section.
            *> The digits given so far show as *, the one being
            *> picked as itself, the rest as -
            move all "-" to WS-Pin-Show-STR
            move 1 to WS-Pin-Left-INT
            perform until WS-Pin-Left-INT >= WS-Pin-Slot-INT
                move "*" to WS-Pin-Show-STR(WS-Pin-Left-INT:1)
                add 1 to WS-Pin-Left-INT
            end-perform
            move WS-Pin-Digits-STR(WS-Pin-Slot-INT:1) to
                WS-Pin-Show-STR(WS-Pin-Slot-INT:1)
            move spaces to WS-Pin-Line-String
            string
                "PIN FOR " delimited by size
                WS-Pin-Inits-STR delimited by size
                ": " delimited by size
                WS-Pin-Show-STR delimited by size
                into WS-Pin-Line-String
            end-string
            move 240 to WS-TX-INT
            move 240 to WS-TY-INT
            move 30 to WS-TS-INT
            perform scale-xy
            call "b_DrawText" using
                by reference WS-Pin-Line-String
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 255 0 255
            end-call
            move 230 to WS-TX-INT
            move 276 to WS-TY-INT
            move 20 to WS-TS-INT
            perform scale-xy
            call "b_DrawText" using
                by reference "UP/DOWN digit  SPACE next  M back"
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 255 255 255
            end-call
        .

        load-achievements section.
            move 0 to WS-Ach-Bonus-INT
            move 0 to WS-Ach-Wins-INT
                move 4 to WS-Ach-Idx-INT
                perform unlock-achievement
            end-if
        .

        ach-events section.
                    move spaces to WS-Rpb-Msg-STR
                    move 6 to WS-GameState-INT
                else
                    evaluate WS-Menu-Mode-INT
                        when 1
                            move "2P" to WS-Coin-Mode-STR
                        when 2
                            move "MAZE" to WS-Coin-Mode-STR
                        when 4
                            move "CAMPAIGN" to WS-Coin-Mode-STR
                        when 5
                            move "VSCPU" to WS-Coin-Mode-STR
                        when 6
                            move "DAILY" to WS-Coin-Mode-STR
                        when other
                            move "1P" to WS-Coin-Mode-STR
                    end-evaluate
                    perform charge-round
                    if WS-Coin-OK-BOOL = 1 then
                        perform start-round
                        move 2 to WS-GameState-INT
                    end-if
                end-if
            end-if
            move WS-CMD-BOOL to WS-Menu-StartWas-BOOL
                move 4 to WS-GameState-INT
            end-if
            move WS-CMD-BOOL to WS-Ed-OpenWas-BOOL

            *> O and P held together open the operator service
            *> screen at its code prompt; not shown on the menu
            call "b_IsKeyDown" using
                by value rl-key-o
                returning WS-CMD-BOOL
            end-call
            call "b_IsKeyDown" using
                by value rl-key-p
                returning WS-CMD2-BOOL
            end-call
            if WS-CMD2-BOOL = rl-false then
                move rl-false to WS-CMD-BOOL
            end-if
            if WS-CMD-BOOL = rl-true and WS-Op-OpenWas-BOOL = 0
                then
                move 0 to WS-Op-Phase-INT
                move 0 to WS-Op-Tries-INT
                move "0000" to WS-Op-Code-STR
                move 1 to WS-Op-Slot-INT
                move spaces to WS-Op-Msg-STR
                move 1 to WS-Op-ConfirmWas-BOOL
                move 1 to WS-Op-BackWas-BOOL
                move 9 to WS-GameState-INT
            end-if
            move WS-CMD-BOOL to WS-Op-OpenWas-BOOL
        .

        editor-events section.
            end-call
        .

        operator-events section.
            *> M leaves from either phase; nothing unsaved is kept
            call "b_IsKeyDown" using
                by value rl-key-m
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-BackWas-BOOL = 0
                then
                move WS-CMD-BOOL to WS-Op-BackWas-BOOL
                move spaces to WS-Op-Msg-STR
                move 1 to WS-Menu-StartWas-BOOL
                move 1 to WS-GameState-INT
                exit section
            end-if
            move WS-CMD-BOOL to WS-Op-BackWas-BOOL

            if WS-Op-Phase-INT = 0 then
                perform operator-code-events
            else
                perform operator-settings-events
            end-if
        .

        operator-code-events section.
            move WS-Op-Code-STR(WS-Op-Slot-INT:1) to WS-Op-Digit-INT
            call "b_IsKeyDown" using
                by value rl-key-up
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-UpWas-BOOL = 0 then
                if WS-Op-Digit-INT = 9 then
                    move 0 to WS-Op-Digit-INT
                else
                    add 1 to WS-Op-Digit-INT
                end-if
                perform play-tick-sound
            end-if
            move WS-CMD-BOOL to WS-Op-UpWas-BOOL

            call "b_IsKeyDown" using
                by value rl-key-down
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-DownWas-BOOL = 0
                then
                if WS-Op-Digit-INT = 0 then
                    move 9 to WS-Op-Digit-INT
                else
                    subtract 1 from WS-Op-Digit-INT
                end-if
                perform play-tick-sound
            end-if
            move WS-CMD-BOOL to WS-Op-DownWas-BOOL
            move WS-Op-Digit-INT to WS-Op-Code-STR(WS-Op-Slot-INT:1)

            call "b_IsKeyDown" using
                by value rl-key-space
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-ConfirmWas-BOOL = 0
                then
                if WS-Op-Slot-INT = 4 then
                    perform operator-check-code
                else
                    add 1 to WS-Op-Slot-INT
                end-if
            end-if
            move WS-CMD-BOOL to WS-Op-ConfirmWas-BOOL
        .

        operator-check-code section.
            *> Look the code up in operator.dat. There is no
            *> fallback code: a cabinet without operator.dat has no
            *> operators, and the service screen stays shut
            move 0 to WS-Op-Found-BOOL
            move spaces to WS-Op-Who-STR
            open input Operator-File
            if WS-OPR-Status = "35" then
                move "???" to WS-Op-Who-STR
                move "NO OPERATOR FILE" to WS-Op-Audit-Line-STR
                perform write-operator-audit
                move "NO OPERATOR FILE" to WS-Op-Msg-STR
                move 1 to WS-Menu-StartWas-BOOL
                move 1 to WS-GameState-INT
                exit section
            end-if
            if WS-OPR-Status = "00" then
                perform until WS-OPR-Status not = "00" or
                    WS-Op-Found-BOOL = 1
                    read Operator-File
                    if WS-OPR-Status = "00" and
                        OPR-Code-STR = WS-Op-Code-STR and
                        OPR-Initials-STR not = spaces then
                        move 1 to WS-Op-Found-BOOL
                        move OPR-Initials-STR to WS-Op-Who-STR
                    end-if
                end-perform
                close Operator-File
            end-if

            if WS-Op-Found-BOOL = 0 then
                move "???" to WS-Op-Who-STR
                move "CODE REJECTED" to WS-Op-Audit-Line-STR
                perform write-operator-audit
                add 1 to WS-Op-Tries-INT
                move "0000" to WS-Op-Code-STR
                move 1 to WS-Op-Slot-INT
                move "CODE REJECTED" to WS-Op-Msg-STR
                if WS-Op-Tries-INT >= 3 then
                    move 1 to WS-Menu-StartWas-BOOL
                    move 1 to WS-GameState-INT
                end-if
                exit section
            end-if

            move "SIGN-ON" to WS-Op-Audit-Line-STR
            perform write-operator-audit
            perform operator-load-config
            move 1 to WS-Op-Cursor-INT
            move spaces to WS-Op-Msg-STR
            move 1 to WS-Op-UpWas-BOOL
            move 1 to WS-Op-DownWas-BOOL
            move 1 to WS-Op-LeftWas-BOOL
            move 1 to WS-Op-RightWas-BOOL
            move 1 to WS-Op-SaveWas-BOOL
            move 1 to WS-Op-Phase-INT
        .

        operator-load-config section.
            *> Straight from config.dat rather than from the running
            *> values, which the menu and the board build change; a
            *> missing line shows the coded default it falls back to
            move 1 to WS-Op-Idx-INT
            perform until WS-Op-Idx-INT > 11
                move WS-Op-Set-Def-INT(WS-Op-Idx-INT) to
                    WS-Op-Old-INT(WS-Op-Idx-INT)
                add 1 to WS-Op-Idx-INT
            end-perform
            open input Config-File
            if WS-CFG-Status = "00" then
                move 1 to WS-Op-Idx-INT
                perform until WS-Op-Idx-INT > 11 or
                    WS-CFG-Status not = "00"
                    read Config-File
                    if WS-CFG-Status = "00" then
                        compute WS-Op-Old-INT(WS-Op-Idx-INT) =
                            function numval(CFG-Record)
                    end-if
                    add 1 to WS-Op-Idx-INT
                end-perform
                close Config-File
            end-if
            move 1 to WS-Op-Idx-INT
            perform until WS-Op-Idx-INT > 11
                move WS-Op-Old-INT(WS-Op-Idx-INT) to
                    WS-Op-New-INT(WS-Op-Idx-INT)
                add 1 to WS-Op-Idx-INT
            end-perform
        .

        operator-settings-events section.
            call "b_IsKeyDown" using
                by value rl-key-up
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-UpWas-BOOL = 0 then
                if WS-Op-Cursor-INT = 1 then
                    move 11 to WS-Op-Cursor-INT
                else
                    subtract 1 from WS-Op-Cursor-INT
                end-if
            end-if
            move WS-CMD-BOOL to WS-Op-UpWas-BOOL

            call "b_IsKeyDown" using
                by value rl-key-down
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-DownWas-BOOL = 0
                then
                if WS-Op-Cursor-INT = 11 then
                    move 1 to WS-Op-Cursor-INT
                else
                    add 1 to WS-Op-Cursor-INT
                end-if
            end-if
            move WS-CMD-BOOL to WS-Op-DownWas-BOOL

            move WS-Op-Cursor-INT to WS-Op-Idx-INT
            call "b_IsKeyDown" using
                by value rl-key-left
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-LeftWas-BOOL = 0
                then
                if WS-Op-New-INT(WS-Op-Idx-INT) <
                    WS-Op-Set-Min-INT(WS-Op-Idx-INT) +
                    WS-Op-Set-Step-INT(WS-Op-Idx-INT) then
                    move WS-Op-Set-Min-INT(WS-Op-Idx-INT) to
                        WS-Op-New-INT(WS-Op-Idx-INT)
                    *> Below the window minimum is fullscreen
                    if WS-Op-Idx-INT > 9 then
                        move 0 to WS-Op-New-INT(WS-Op-Idx-INT)
                    end-if
                else
                    subtract WS-Op-Set-Step-INT(WS-Op-Idx-INT) from
                        WS-Op-New-INT(WS-Op-Idx-INT)
                end-if
                move spaces to WS-Op-Msg-STR
            end-if
            move WS-CMD-BOOL to WS-Op-LeftWas-BOOL

            call "b_IsKeyDown" using
                by value rl-key-right
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-RightWas-BOOL = 0
                then
                if WS-Op-New-INT(WS-Op-Idx-INT) <
                    WS-Op-Set-Min-INT(WS-Op-Idx-INT) then
                    move WS-Op-Set-Min-INT(WS-Op-Idx-INT) to
                        WS-Op-New-INT(WS-Op-Idx-INT)
                else
                    add WS-Op-Set-Step-INT(WS-Op-Idx-INT) to
                        WS-Op-New-INT(WS-Op-Idx-INT)
                    if WS-Op-New-INT(WS-Op-Idx-INT) >
                        WS-Op-Set-Max-INT(WS-Op-Idx-INT) then
                        move WS-Op-Set-Max-INT(WS-Op-Idx-INT) to
                            WS-Op-New-INT(WS-Op-Idx-INT)
                    end-if
                end-if
                move spaces to WS-Op-Msg-STR
            end-if
            move WS-CMD-BOOL to WS-Op-RightWas-BOOL

            call "b_IsKeyDown" using
                by value rl-key-enter
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Op-SaveWas-BOOL = 0
                then
                perform operator-save-config
            end-if
            move WS-CMD-BOOL to WS-Op-SaveWas-BOOL

            *> F flips pricing.dat's free-play switch for events; it
            *> applies at once and is audited like a config change
            call "b_IsKeyDown" using
                by value rl-key-f
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Coin-FreeWas-BOOL = 0
                then
                if WS-Coin-Free-STR = "Y" then
                    move "N" to WS-Coin-Free-STR
                    move "SET FREE PLAY Y TO N" to
                        WS-Op-Audit-Line-STR
                else
                    move "Y" to WS-Coin-Free-STR
                    move "SET FREE PLAY N TO Y" to
                        WS-Op-Audit-Line-STR
                end-if
                perform save-coin-settings
                perform write-operator-audit
                move spaces to WS-Coin-Msg-STR
                move "FREE PLAY SWITCH SAVED" to WS-Op-Msg-STR
            end-if
            move WS-CMD-BOOL to WS-Coin-FreeWas-BOOL
        .

        operator-save-config section.
            move 0 to WS-Op-Changed-INT
            move 1 to WS-Op-Idx-INT
            perform until WS-Op-Idx-INT > 11
                if WS-Op-New-INT(WS-Op-Idx-INT) not =
                    WS-Op-Old-INT(WS-Op-Idx-INT) then
                    add 1 to WS-Op-Changed-INT
                end-if
                add 1 to WS-Op-Idx-INT
            end-perform
            if WS-Op-Changed-INT = 0 then
                move "NO CHANGES TO SAVE" to WS-Op-Msg-STR
                exit section
            end-if
            *> Same board ceiling init-data and filecheck apply
            compute WS-Op-Tiles-INT =
                WS-Op-New-INT(1) * WS-Op-New-INT(2)
            if WS-Op-Tiles-INT > 1024 then
                move "BOARD OVER 1024 TILES - NOT SAVED"
                    to WS-Op-Msg-STR
                exit section
            end-if

            call "CBL_COPY_FILE" using
                WS-Op-Live-Name-STR WS-Op-Bak-Name-STR
                returning WS-Op-Copy-Status-INT
            end-call
            open output Config-File
            if WS-CFG-Status not = "00" then
                move "CONFIG.DAT NOT WRITABLE" to WS-Op-Msg-STR
                exit section
            end-if
            move 1 to WS-Op-Idx-INT
            perform until WS-Op-Idx-INT > 11
                move WS-Op-New-INT(WS-Op-Idx-INT) to WS-Op-Value-Edit
                move spaces to CFG-Record
                move function trim(WS-Op-Value-Edit) to CFG-Record
                write CFG-Record
                add 1 to WS-Op-Idx-INT
            end-perform
            close Config-File

            move 1 to WS-Op-Idx-INT
            perform until WS-Op-Idx-INT > 11
                if WS-Op-New-INT(WS-Op-Idx-INT) not =
                    WS-Op-Old-INT(WS-Op-Idx-INT) then
                    move spaces to WS-Op-Audit-Line-STR
                    string
                        "SET " delimited by size
                        WS-Op-Set-Name-STR(WS-Op-Idx-INT)
                            delimited by "  "
                        " " delimited by size
                        WS-Op-Old-INT(WS-Op-Idx-INT)
                            delimited by size
                        " TO " delimited by size
                        WS-Op-New-INT(WS-Op-Idx-INT)
                            delimited by size
                        into WS-Op-Audit-Line-STR
                    end-string
                    perform write-operator-audit
                    move WS-Op-New-INT(WS-Op-Idx-INT) to
                        WS-Op-Old-INT(WS-Op-Idx-INT)
                end-if
                add 1 to WS-Op-Idx-INT
            end-perform

            move WS-Op-New-INT(9) to WS-Volume-INT
            call "b_SetMasterVolume" using
                by value WS-Volume-INT
            end-call
            move "SAVED - REST APPLIES AT NEXT POWER-UP"
                to WS-Op-Msg-STR
        .

        write-operator-audit section.
            *> profaudit.dat's line shape: timestamp to the second,
            *> then who and what
            move function current-date to WS-Op-TimeStamp-STR
            open extend OpAudit-File
            if WS-OPA-Status = "35" then
                open output OpAudit-File
            end-if
            if WS-OPA-Status = "00" then
                move spaces to OPA-Record
                string
                    WS-Op-TimeStamp-STR(1:14) delimited by size
                    " " delimited by size
                    WS-Op-Who-STR delimited by size
                    " " delimited by size
                    WS-Op-Audit-Line-STR delimited by size
                    into OPA-Record
                end-string
                write OPA-Record
                close OpAudit-File
            end-if
        .

        draw-operator section.
            move 220 to WS-TX-INT
            move 60 to WS-TY-INT
            move 40 to WS-TS-INT
            perform scale-xy
            call "b_DrawText" using
                by reference "OPERATOR SERVICE"
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 215 0 255
            end-call

            if WS-Op-Phase-INT = 0 then
                *> Digits already taken show as *, the one being
                *> picked shows as itself
                move "----" to WS-Op-Mask-STR
                move 1 to WS-Op-Idx-INT
                perform until WS-Op-Idx-INT >= WS-Op-Slot-INT
                    move "*" to WS-Op-Mask-STR(WS-Op-Idx-INT:1)
                    add 1 to WS-Op-Idx-INT
                end-perform
                move WS-Op-Code-STR(WS-Op-Slot-INT:1) to
                    WS-Op-Mask-STR(WS-Op-Slot-INT:1)
                move spaces to WS-Op-Line-String
                string
                    "CODE: " delimited by size
                    WS-Op-Mask-STR delimited by size
                    into WS-Op-Line-String
                end-string
                move 300 to WS-TX-INT
                move 240 to WS-TY-INT
                move 30 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-Op-Line-String
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 255 255 255
                end-call
                move 210 to WS-TX-INT
                move 320 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference "UP/DOWN digit  SPACE next  M menu"
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 255 0 255
                end-call
            else
                move 1 to WS-Op-Idx-INT
                perform until WS-Op-Idx-INT > 11
                    move WS-Op-New-INT(WS-Op-Idx-INT) to
                        WS-Op-Value-Edit
                    move spaces to WS-Op-Line-String
                    if WS-Op-Idx-INT = WS-Op-Cursor-INT then
                        move ">" to WS-Op-Line-String(1:1)
                    end-if
                    move WS-Op-Set-Name-STR(WS-Op-Idx-INT) to
                        WS-Op-Line-String(3:14)
                    move WS-Op-Value-Edit to WS-Op-Line-String(18:4)
                    if WS-Op-New-INT(WS-Op-Idx-INT) not =
                        WS-Op-Old-INT(WS-Op-Idx-INT) then
                        move "*" to WS-Op-Line-String(23:1)
                    end-if
                    multiply WS-Op-Idx-INT by 26 giving WS-DrawY-INT
                    add 100 to WS-DrawY-INT
                    move 240 to WS-TX-INT
                    move WS-DrawY-INT to WS-TY-INT
                    move 20 to WS-TS-INT
                    perform scale-xy
                    if WS-Op-Idx-INT = WS-Op-Cursor-INT then
                        call "b_DrawText" using
                            by reference WS-Op-Line-String
                            by value WS-TX-INT WS-TY-INT WS-TS-INT
                            0 200 255 255
                        end-call
                    else
                        call "b_DrawText" using
                            by reference WS-Op-Line-String
                            by value WS-TX-INT WS-TY-INT WS-TS-INT
                            255 255 255 255
                        end-call
                    end-if
                    add 1 to WS-Op-Idx-INT
                end-perform
                move spaces to WS-Op-Line-String
                move "FREE PLAY" to WS-Op-Line-String(3:14)
                move WS-Coin-Free-STR to WS-Op-Line-String(21:1)
                move "(F)" to WS-Op-Line-String(23:3)
                move 240 to WS-TX-INT
                move 406 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-Op-Line-String
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 255 255 255
                end-call
                move 0 to WS-DrawY-INT
                move 130 to WS-TX-INT
                move 430 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference
                    "UP/DOWN pick  LEFT/RIGHT set  ENTER save  M exit"
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 255 0 255
                end-call
            end-if

            if WS-Op-Msg-STR not = spaces then
                move 220 to WS-TX-INT
                move 470 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-Op-Msg-STR
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 80 80 255
                end-call
            end-if
        .

        load-coin-settings section.
            *> pricing.dat: a missing file is written with the coded
            *> pricing; a bad line keeps the coded values for this
            *> session and is left for the operator to look at
            open input Pricing-File
            if WS-PRC-Status = "35" then
                perform save-coin-settings
            else
                if WS-PRC-Status = "00" then
                    read Pricing-File
                    if WS-PRC-Status = "00" and
                        PRC-Per-Credit-INT is numeric and
                        PRC-Per-Credit-INT > 0 and
                        PRC-Cents-INT is numeric and
                        (PRC-Free-STR = "Y" or PRC-Free-STR = "N")
                        then
                        move PRC-Per-Credit-INT to
                            WS-Coin-Per-Credit-INT
                        move PRC-Cents-INT to WS-Coin-Cents-INT
                        move PRC-Free-STR to WS-Coin-Free-STR
                        move 1 to WS-Coin-Idx-INT
                        perform until WS-Coin-Idx-INT > 8
                            if PRC-Price-INT(WS-Coin-Idx-INT) is
                                numeric then
                                move PRC-Price-INT(WS-Coin-Idx-INT)
                                    to WS-Coin-Price-INT(
                                    WS-Coin-Idx-INT)
                            end-if
                            add 1 to WS-Coin-Idx-INT
                        end-perform
                    end-if
                    close Pricing-File
                end-if
            end-if

            *> The meters carry on from wherever they stood; a meter
            *> that doesn't read as a number starts again from zero
            open input Meters-File
            if WS-MTR-Status = "00" then
                read Meters-File
                if WS-MTR-Status = "00" then
                    move MTR-Record to WS-Mtr-Record
                end-if
                close Meters-File
            end-if
            if WS-Mtr-Coins-INT is not numeric then
                move 0 to WS-Mtr-Coins-INT
            end-if
            if WS-Mtr-Issued-INT is not numeric then
                move 0 to WS-Mtr-Issued-INT
            end-if
            if WS-Mtr-Used-INT is not numeric then
                move 0 to WS-Mtr-Used-INT
            end-if
            if WS-Mtr-Credits-INT is not numeric then
                move 0 to WS-Mtr-Credits-INT
            end-if
            if WS-Mtr-Partial-INT is not numeric then
                move 0 to WS-Mtr-Partial-INT
            end-if
            move 1 to WS-Coin-Idx-INT
            perform until WS-Coin-Idx-INT > 8
                if WS-Mtr-Rounds-INT(WS-Coin-Idx-INT) is not numeric
                    then
                    move 0 to WS-Mtr-Rounds-INT(WS-Coin-Idx-INT)
                end-if
                add 1 to WS-Coin-Idx-INT
            end-perform
        .

        save-coin-settings section.
            open output Pricing-File
            if WS-PRC-Status not = "00" then
                exit section
            end-if
            move spaces to PRC-Record
            move WS-Coin-Per-Credit-INT to PRC-Per-Credit-INT
            move WS-Coin-Cents-INT to PRC-Cents-INT
            move WS-Coin-Free-STR to PRC-Free-STR
            move 1 to WS-Coin-Idx-INT
            perform until WS-Coin-Idx-INT > 8
                move WS-Coin-Price-INT(WS-Coin-Idx-INT) to
                    PRC-Price-INT(WS-Coin-Idx-INT)
                add 1 to WS-Coin-Idx-INT
            end-perform
            write PRC-Record
            close Pricing-File
        .

        coin-events section.
            *> The coin switch, on every screen: one press, one coin
            call "b_IsKeyDown" using
                by value rl-key-c
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-Coin-KeyWas-BOOL = 0 then
                perform insert-coin
            end-if
            move WS-CMD-BOOL to WS-Coin-KeyWas-BOOL
        .

        insert-coin section.
            *> Every coin is metered; a credit is issued each time
            *> enough coins have gone in for one
            add 1 to WS-Mtr-Coins-INT
            add 1 to WS-Mtr-Partial-INT
            move 0 to WS-Coin-Credits-INT
            if WS-Mtr-Partial-INT >= WS-Coin-Per-Credit-INT then
                move 0 to WS-Mtr-Partial-INT
                if WS-Mtr-Credits-INT < 999 then
                    add 1 to WS-Mtr-Credits-INT
                    add 1 to WS-Mtr-Issued-INT
                    move 1 to WS-Coin-Credits-INT
                end-if
            end-if
            move "COIN" to WS-Coin-Event-STR
            move spaces to WS-Coin-Mode-STR
            perform write-coin-log
            perform save-meters
            move spaces to WS-Coin-Msg-STR
            move 0 to WS-Idle-Frames-INT
        .

        charge-round section.
            *> Takes the price of a WS-Coin-Mode-STR round off the
            *> credits on hand before the round is set up; on
            *> WS-Coin-OK-BOOL = 0 the caller starts nothing and the
            *> screen shows the INSERT COIN prompt. Free play takes
            *> no credit, but the start is metered all the same.
            move 0 to WS-Coin-OK-BOOL
            move 1 to WS-Coin-Idx-INT
            perform until WS-Coin-Idx-INT > 8
                or WS-Coin-Name-STR(WS-Coin-Idx-INT) =
                WS-Coin-Mode-STR
                add 1 to WS-Coin-Idx-INT
            end-perform
            if WS-Coin-Idx-INT > 8 then
                move 1 to WS-Coin-Idx-INT
            end-if
            if WS-Coin-Free-STR = "Y" then
                move "FREE" to WS-Coin-Event-STR
                move 0 to WS-Coin-Credits-INT
            else
                if WS-Mtr-Credits-INT <
                    WS-Coin-Price-INT(WS-Coin-Idx-INT) then
                    move WS-Coin-Price-INT(WS-Coin-Idx-INT) to
                        WS-Coin-Price-Edit
                    move spaces to WS-Coin-Msg-STR
                    string
                        "INSERT COIN (PRICE" delimited by size
                        WS-Coin-Price-Edit delimited by size
                        ")" delimited by size
                        into WS-Coin-Msg-STR
                    end-string
                    exit section
                end-if
                move "START" to WS-Coin-Event-STR
                move WS-Coin-Price-INT(WS-Coin-Idx-INT) to
                    WS-Coin-Credits-INT
                subtract WS-Coin-Credits-INT from WS-Mtr-Credits-INT
                add WS-Coin-Credits-INT to WS-Mtr-Used-INT
            end-if
            add 1 to WS-Mtr-Rounds-INT(WS-Coin-Idx-INT)
            perform write-coin-log
            perform save-meters
            move spaces to WS-Coin-Msg-STR
            move 1 to WS-Coin-OK-BOOL
        .

        save-meters section.
            *> Written whole to meters.new and renamed into place, so
            *> a power cut mid-write leaves the last good meters
            open output Meters-New
            if WS-MTN-Status not = "00" then
                exit section
            end-if
            move WS-Mtr-Record to MTN-Record
            write MTN-Record
            close Meters-New
            call "CBL_RENAME_FILE" using
                WS-Coin-New-Name-STR WS-Coin-Live-Name-STR
                returning WS-Coin-Rename-INT
            end-call
        .

        write-coin-log section.
            move function current-date to WS-Coin-TimeStamp-STR
            open extend CoinLog-File
            if WS-CLG-Status = "35" then
                open output CoinLog-File
            end-if
            if WS-CLG-Status = "00" then
                move spaces to CL-Record
                move WS-Coin-TimeStamp-STR(1:14) to CL-Stamp-STR
                move WS-Coin-Event-STR to CL-Event-STR
                move WS-Coin-Mode-STR to CL-Mode-STR
                move WS-Coin-Credits-INT to CL-Credits-INT
                if WS-Coin-Event-STR = "COIN" then
                    move WS-Coin-Cents-INT to CL-Cents-INT
                else
                    move 0 to CL-Cents-INT
                end-if
                move WS-Profile-Initials-STR to CL-Initials-STR
                move WS-Mtr-Credits-INT to CL-Balance-INT
                write CL-Record
                close CoinLog-File
            end-if
        .

        draw-credits section.
            *> Credits on hand (or FREE PLAY) in the top corner, and
            *> under it the prompt left by a start that was refused
            move spaces to WS-Coin-Line-String
            if WS-Coin-Free-STR = "Y" then
                move "FREE PLAY" to WS-Coin-Line-String
            else
                move WS-Mtr-Credits-INT to WS-Coin-Credits-Edit
                string
                    "CREDITS " delimited by size
                    WS-Coin-Credits-Edit delimited by size
                    into WS-Coin-Line-String
                end-string
            end-if
            move 620 to WS-TX-INT
            move 8 to WS-TY-INT
            move 20 to WS-TS-INT
            perform scale-xy
            call "b_DrawText" using
                by reference WS-Coin-Line-String
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 255 0 255
            end-call

            if WS-Coin-Msg-STR not = spaces then
                move 540 to WS-TX-INT
                move 32 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-Coin-Msg-STR
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 80 80 255
                end-call
            end-if
        .

        draw-menu section.
            move 290 to WS-TX-INT
            move 120 to WS-TY-INT
            move 48 to WS-TS-INT
            perform scale-xy
            call "b_DrawText" using
                by reference "COBSNAKE"
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                0 255 0 255
            end-call

            evaluate WS-Menu-Mode-INT
                when 0
                    move "1P      " to WS-Menu-Mode-Name-STR
                when 1
                    move "2P      " to WS-Menu-Mode-Name-STR
                when 2
                    move "MAZE    " to WS-Menu-Mode-Name-STR
                when 3
                    move "REPLAY  " to WS-Menu-Mode-Name-STR
                when 4
                    move "CAMPAIGN" to WS-Menu-Mode-Name-STR
                when 5
                    move "VS CPU  " to WS-Menu-Mode-Name-STR
                when 6
                    move "DAILY   " to WS-Menu-Mode-Name-STR
            end-evaluate
            evaluate WS-Menu-Diff-INT
                when 0
                    move "EASY  " to WS-Menu-Diff-Name-STR
                when 1
                    move "NORMAL" to WS-Menu-Diff-Name-STR
                when 2
                    move "HARD  " to WS-Menu-Diff-Name-STR
            end-evaluate

            move spaces to WS-Menu-Line-String
            if WS-Menu-Cursor-INT = 1 then
                string
                    "> MODE  < " delimited by size
                    WS-Menu-Mode-Name-STR delimited by size
                    " >" delimited by size
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                255 255 255 255
            end-call

            *> Why the operator screen just sent us back, until the
            *> next round or the next try at the screen
            if WS-Op-Msg-STR not = spaces then
                move 260 to WS-TX-INT
                move 460 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-Op-Msg-STR
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 80 80 255
                end-call
            end-if

            perform draw-credits
        .

        load-profile section.
                        move 0 to PF-Food-Shrink-INT
                        move 0 to PF-Wins-INT
                        move 0 to PF-Best-INT
                        move spaces to PF-Pin-STR
                        write PF-Record end-write
                end-read
                move PF-Games-INT to WS-Profile-Games-INT
                move PF-Food-Shrink-INT to WS-Profile-FoodK-INT
                move PF-Wins-INT to WS-Profile-Wins-INT
                move PF-Best-INT to WS-Profile-Best-INT
                move PF-Pin-STR to WS-Profile-Pin-STR
                close Profile-File
            end-if
        .

        update-profile section.
            *> Fold this round into the selected profile's lifetime
            *> numbers (written by apply-round through
            *> write-profile-record); runs once per round from
            *> on-game-over. The
            *> profile always tracks player 1 -- the cabinet's second
            *> set of controls has no profile of its own
            add 1 to WS-Profile-Games-INT
                move WS-SnakeLen-INT to WS-Profile-Best-INT
            end-if

            string
                WS-Profile-Initials-STR delimited by size
                "  GAMES " delimited by size
                WS-Profile-Games-INT delimited by size
                "  BEST " delimited by size
                WS-Profile-Best-INT delimited by size
                "  WINS " delimited by size
                WS-Profile-Wins-INT delimited by size
                into WS-Profile-Line-String
            end-string

            move 0 to WS-Round-FoodN-INT
            move 0 to WS-Round-FoodB-INT
            move 0 to WS-Round-FoodS-INT
            move 0 to WS-Round-FoodK-INT

            *> The PIN is profmaint's to change, possibly while the
            *> profile sits selected here: write back what the file
            *> holds now, not what it held at selection
            move WS-Profile-Initials-STR to WS-Pin-Inits-STR
            perform read-profile-pin
            move WS-Pin-Want-STR to WS-Profile-Pin-STR
        .

        write-profile-record section.
            open i-o Profile-File
            if WS-PF-Status = "00" then
                move WS-Profile-Initials-STR to PF-Initials-STR
                move WS-Profile-FoodK-INT to PF-Food-Shrink-INT
                move WS-Profile-Wins-INT to PF-Wins-INT
                move WS-Profile-Best-INT to PF-Best-INT
                move WS-Profile-Pin-STR to PF-Pin-STR
                rewrite PF-Record
                    invalid key
                        write PF-Record end-write
                end-rewrite
                close Profile-File
            end-if
        .

        draw-profile-select section.
                by value WS-TX-INT WS-TY-INT WS-TS-INT
                0 255 0 255
            end-call
            if WS-Pin-Active-BOOL = 1 then
                perform draw-pin-entry
            else
                string
                    "UP/DOWN+SPACE: " delimited by size
                    WS-EI-Letters-STR delimited by size
                    into WS-LB-Line-String
                end-string
                move 240 to WS-TX-INT
                move 260 to WS-TY-INT
                move 30 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-LB-Line-String
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 255 0 255
                end-call
                move 210 to WS-TX-INT
                move 320 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference "New initials start a fresh profile"
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 255 255 255
                end-call
            end-if
            if WS-Pin-Msg-STR not = spaces then
                move 250 to WS-TX-INT
                move 360 to WS-TY-INT
                move 20 to WS-TS-INT
                perform scale-xy
                call "b_DrawText" using
                    by reference WS-Pin-Msg-STR
                    by value WS-TX-INT WS-TY-INT WS-TS-INT
                    255 80 80 255
                end-call
            end-if

            perform draw-credits
        .

        draw section.
                    perform draw-tournament-setup
                when 8
                    perform draw-tournament-hub
                when 9
                    perform draw-operator
                when other
                    perform draw-game
            end-evaluate
                        by value WS-TX-INT WS-TY-INT WS-TS-INT
                        255 255 255 255
                    end-call
                    perform draw-credits
                end-if

                *> Daily standings beside the all-time top-10

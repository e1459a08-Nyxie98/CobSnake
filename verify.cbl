        identification division.
        program-id. verify.

       *> Replay verification batch. Every recording listed in
       *> replaycat.dat is re-run offline, tick line by tick line,
       *> under the same rules the game's playback mode applies (see
       *> main.cbl's start-round, read-controls and events sections),
       *> and the length the snake finishes at is compared against:
       *>   - the catalog's own score column,
       *>   - the gamelog.dat line that round wrote (or the
       *>     glogYYYYMM.arc it has since been archived to),
       *>   - any scores.dat top-10 or daily.dat winning entry that
       *>     claims the same initials and score.
       *> Only exceptions are listed: recordings that don't
       *> reproduce, catalog rows whose file is missing or
       *> unreadable, and top-10 / daily-winner scores that no
       *> reproducing recording backs up; any exception ends the
       *> run with return code 4. Read-only -- nothing on disk is
       *> changed. Run from the same directory as the game.
       *>
       *> Limits inherited from what the recorder captures: only
       *> player 1 is recorded, so VSCPU rounds (CPU-steered second
       *> snake) are listed as not verifiable rather than failed,
       *> and a 2P round that fails may simply have had player 2
       *> take part. MAZE rounds are re-run over the current
       *> layout.dat and every round over the current config.dat
       *> board size -- a board changed since the recording was
       *> made will show up as a mismatch.

        environment division.
        input-output section.
        file-control.
            select Config-File assign to "config.dat"
                organization line sequential
                file status is WS-CFG-Status.
            select Layout-File assign to "layout.dat"
                organization line sequential
                file status is WS-LO-Status.
            select ReplayCat-File assign to "replaycat.dat"
                organization line sequential
                file status is WS-RCT-Status.
            select Replay-File assign to dynamic WS-Replay-Name-STR
                organization line sequential
                file status is WS-RPL-Status.
            select GameLog-File assign to "gamelog.dat"
                organization line sequential
                file status is WS-GL-Status.
            select GameLog-Arch assign to dynamic WS-GL-Arch-STR
                organization line sequential
                file status is WS-GLA-Status.
            select Scores-File assign to "scores.dat"
                organization line sequential
                file status is WS-SF-Status.
            select Daily-File assign to "daily.dat"
                organization line sequential
                file status is WS-DCH-Status.

        data division.
        file section.
        fd  Config-File.
        01  CFG-Record              pic x(10).
        fd  Layout-File.
        01  LO-Record               pic x(6).
        fd  ReplayCat-File.
        01  RC-Record               pic x(40).
        fd  Replay-File.
        01  RPL-Record              pic x(20).
        fd  GameLog-File.
        01  GL-Record               pic x(94).
        fd  GameLog-Arch.
        01  GLA-Record              pic x(94).
        fd  Scores-File.
        01  SF-Record.
            05 SF-Initials-STR      pic x(3).
            05 SF-Score-INT         pic 9(5).
        fd  Daily-File.
        01  DC-Record.
            05 DC-Date-STR          pic x(8).
            05 DC-Initials-STR      pic x(3).
            05 DC-Score-INT         pic 9(5).

        working-storage section.

        01 WS-CFG-Status           pic xx      value "00".
        01 WS-LO-Status            pic xx      value "00".
        01 WS-RCT-Status           pic xx      value "00".
        01 WS-RPL-Status           pic xx      value "00".
        01 WS-GL-Status            pic xx      value "00".
        01 WS-GLA-Status           pic xx      value "00".
        01 WS-SF-Status            pic xx      value "00".
        01 WS-DCH-Status           pic xx      value "00".

       *> Board geometry as the game ends up holding it. Width and
       *> height come from config.dat lines 1/2 with the game's own
       *> fallback to 32x32 when they overflow 1024 tiles. The
       *> bottom edge is NOT the configured height: the game's
       *> build-board writes its corner tile through subscript 0 of
       *> WS-BTiles-INT, which lands on the last digit of
       *> WS-BHeight-INT (declared just before the tile array) and
       *> sets it to 1 -- so a 32-high board dies on row 30, a
       *> 25-high one on row 20. Every recording on file was made
       *> under that rule, so the re-run has to use it too.
        01 WS-BWidth-INT            pic 9(3)    value 32.
        01 WS-BHeight-INT           pic 9(3)    value 32.
        01 WS-BSize-INT             pic 9(4)    value 1024.
        01 WS-BEdge-INT             pic 9(3)    value 31.
        01 WS-Tile-Table.
            05 WS-Tile-INT          pic 9       occurs 1024 times.
        01 WS-Tile-Table-Redef-STR redefines WS-Tile-Table
                                    pic x(1024).
        01 WS-Tile-Idx-INT          pic 9(5)    value 0.
        01 WS-LO-X-INT              pic 9(3)    value 0.
        01 WS-LO-Y-INT              pic 9(3)    value 0.
        01 WS-Maze-Tiles-INT        pic 9(4)    value 0.

       *> replaycat.dat per main.cbl's replay library: name(1:12)
       *> date(14:8) initials(23:3) mode(27:8) score(36:5). The game
       *> never keeps more than 50 rows; anything past that in a
       *> hand-edited catalog is counted but not re-run.
       *> Result per row: OK, MISMATCH, MISSING, UNREADABLE or
       *> SKIPPED. Tail: 0 the recording ends on the tick the snake
       *> died (as the recorder always writes it), 1 it runs out
       *> while the snake is still alive, 2 it carries lines past
       *> the death tick. Log: 0 no gamelog line for the
       *> date/player/mode, 1 a line agrees with the re-run length,
       *> 2 lines exist but none agrees.
        01 WS-Cat-Table.
            05 WS-Cat-Entry         occurs 50 times.
                10 WS-Cat-Name-STR  pic x(12).
                10 WS-Cat-Date-STR  pic x(8).
                10 WS-Cat-Inits-STR pic x(3).
                10 WS-Cat-Mode-STR  pic x(8).
                10 WS-Cat-Score-INT pic 9(5).
                10 WS-Cat-Result-STR pic x(10).
                10 WS-Cat-Note-STR  pic x(30).
                10 WS-Cat-Len-INT   pic 9(5).
                10 WS-Cat-Cause-STR pic x(10).
                10 WS-Cat-Tail-INT  pic 9.
                10 WS-Cat-Log-INT   pic 9.
        01 WS-Cat-Total-INT         pic 9(2)    value 0.
        01 WS-Cat-Idx-INT           pic 9(2)    value 0.
        01 WS-Cat-Over-INT          pic 9(5)    value 0.
        01 WS-Replay-Name-STR       pic x(12)   value spaces.

       *> Offline re-run of one recording: the same snake, food
       *> table and collision rules as the live round, player 1
       *> only. Grown tail segments pick up whatever the part table
       *> held before, exactly as in the game; a re-run starts from
       *> a zeroed table, as a freshly started cabinet does.
        01 WS-Sim-Snake.
            05 WS-Sim-PartX-INT     pic 9(3)    occurs 1024 times.
            05 WS-Sim-PartY-INT     pic 9(3)    occurs 1024 times.
        01 WS-Sim-Snake-Redef-STR  redefines WS-Sim-Snake
                                    pic x(6144).
        01 WS-Sim-Len-INT           pic 9(3)    value 1.
        01 WS-Sim-Dir-INT           pic 9       value 0.
        01 WS-Sim-Idx-INT           pic 9(4)    value 0.
        01 WS-Sim-Dead-BOOL         pic 9       value 0.
        01 WS-Sim-Cause-INT         pic 9       value 0.
        01 WS-Sim-CanFail-BOOL      pic 9       value 1.
        01 WS-Sim-FoodX-INT         pic 9(3)    occurs 1024 times.
        01 WS-Sim-FoodY-INT         pic 9(3)    occurs 1024 times.
        01 WS-Sim-FoodType-INT      pic 9       occurs 1024 times.
        01 WS-Sim-FoodTotal-INT     pic 9(4)    value 0.
        01 WS-Sim-RespX-INT         pic 9(3)    value 0.
        01 WS-Sim-RespY-INT         pic 9(3)    value 0.
        01 WS-Sim-RespType-INT      pic 9       value 0.
        01 WS-Sim-Line-STR          pic x(20)   value spaces.
        01 WS-Sim-Pending-BOOL      pic 9       value 0.
        01 WS-Sim-EOF-BOOL          pic 9       value 0.
        01 WS-Sim-Bad-BOOL          pic 9       value 0.
        01 WS-Sim-Lines-INT         pic 9(6)    value 0.
        01 WS-Sim-Extra-INT         pic 9(4)    value 0.

       *> gamelog.dat column map, per report.cbl: date(1:8)
       *> p1 len(26:3) p1cause(45:10) " by="(74:4) inits(78:3)
       *> " mode="(81:6) mode(87:8). Archived months are searched
       *> too: glogYYYYMM.arc holds lines dated before YYYYMM01, so
       *> every archive named after the earliest cataloged month,
       *> up to the current one, may hold a recording's line.
        01 WS-Log-Rec-STR           pic x(94)   value spaces.
        01 WS-Log-P1-INT            pic 9(3)    value 0.
        01 WS-GL-Arch-STR           pic x(14)   value spaces.
        01 WS-Today-STR             pic x(21)   value spaces.
        01 WS-First-Month-STR       pic x(6)    value spaces.
        01 WS-Arc-Month-STR         pic x(6)    value spaces.
        01 WS-Arc-Year-INT          pic 9(4)    value 0.
        01 WS-Arc-Mon-INT           pic 9(2)    value 0.
        01 WS-Arc-Files-INT         pic 9(3)    value 0.

       *> daily.dat: best score and attempt count per date, so a
       *> second pass can pick out each date's winning entries
        01 WS-Dly-Table.
            05 WS-Dly-Entry         occurs 400 times.
                10 WS-Dly-Date-STR  pic x(8)    value spaces.
                10 WS-Dly-Best-INT  pic 9(5)    value 0.
        01 WS-Dly-Total-INT         pic 9(3)    value 0.
        01 WS-Dly-Idx-INT           pic 9(3)    value 0.
        01 WS-Dly-Found-BOOL        pic 9       value 0.

       *> Backing search for a top-10 or daily entry: 0 no
       *> recording at all, 1 only recordings that fail, 2 a
       *> recording that reproduces
        01 WS-Back-INT              pic 9       value 0.
        01 WS-Back-Date-STR         pic x(8)    value spaces.
        01 WS-Back-Inits-STR        pic x(3)    value spaces.
        01 WS-Back-Mode-STR         pic x(8)    value spaces.
        01 WS-Back-Score-INT        pic 9(5)    value 0.
        01 WS-Rank-INT              pic 9(2)    value 0.

        01 WS-OK-INT                pic 9(3)    value 0.
        01 WS-Skipped-INT           pic 9(3)    value 0.
        01 WS-Exc-Total-INT         pic 9(5)    value 0.
        01 WS-Exc-Row-BOOL          pic 9       value 0.
        01 WS-Section-Exc-INT       pic 9(5)    value 0.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-Score-Edit            pic zzzz9.
        01 WS-Len-Edit              pic zzzz9.
        01 WS-Rank-Edit             pic z9.
        01 WS-Dim-Edit              pic zz9.
        01 WS-Dim2-Edit             pic zz9.

        procedure division.
        main-procedure.

        move function current-date to WS-Today-STR.

        perform load-config.
        perform load-layout.
        perform load-catalog.

        move 1 to WS-Cat-Idx-INT.
        perform until WS-Cat-Idx-INT > WS-Cat-Total-INT
            perform replay-recording
            add 1 to WS-Cat-Idx-INT
        end-perform.

        perform scan-gamelogs.

        perform print-header.
        perform print-recordings.
        perform print-top-ten.
        perform print-daily-winners.
        perform print-skipped.

        display "-----------------------------------------------".
        if WS-Exc-Total-INT = 0 then
            display "No exceptions"
        else
            move WS-Exc-Total-INT to WS-Count-Edit
            display WS-Count-Edit " exception(s)"
            move 4 to return-code
        end-if.

        stop run.

        load-config section.
            *> Only the board size matters to a re-run; any line
            *> missing keeps the game's coded default
            open input Config-File
            if WS-CFG-Status = "00" then
                read Config-File
                if WS-CFG-Status = "00" then
                    compute WS-BWidth-INT =
                        function numval(CFG-Record)
                end-if
                read Config-File
                if WS-CFG-Status = "00" then
                    compute WS-BHeight-INT =
                        function numval(CFG-Record)
                end-if
                close Config-File
            end-if
            multiply
                WS-BHeight-INT by WS-BWidth-INT
                giving WS-BSize-INT
                on size error
                    move 32 to WS-BWidth-INT
                    move 32 to WS-BHeight-INT
                    move 1024 to WS-BSize-INT
            end-multiply
            if WS-BSize-INT > 1024 then
                move 32 to WS-BWidth-INT
                move 32 to WS-BHeight-INT
                move 1024 to WS-BSize-INT
            end-if
            compute WS-BEdge-INT = WS-BHeight-INT -
                function mod(WS-BHeight-INT, 10) + 1
        .

        load-layout section.
            *> The MAZE obstacle tiles, loaded once and laid over
            *> every MAZE re-run; same bounds rule as the game's
            *> load-obstacle-layout
            move zeros to WS-Tile-Table-Redef-STR
            move 0 to WS-Maze-Tiles-INT
            open input Layout-File
            if WS-LO-Status not = "00" then
                exit section
            end-if
            perform until WS-LO-Status not = "00"
                read Layout-File
                if WS-LO-Status = "00" and
                    LO-Record(1:6) is numeric then
                    compute WS-LO-X-INT =
                        function numval(LO-Record(1:3))
                    compute WS-LO-Y-INT =
                        function numval(LO-Record(4:3))
                    if WS-LO-X-INT < WS-BWidth-INT and
                        WS-LO-Y-INT < WS-BEdge-INT then
                        compute WS-Tile-Idx-INT =
                            WS-LO-Y-INT * WS-BWidth-INT +
                            WS-LO-X-INT
                        if WS-Tile-Idx-INT > 0 and
                            WS-Tile-Idx-INT <= 1024 then
                            move 2 to WS-Tile-INT(WS-Tile-Idx-INT)
                            add 1 to WS-Maze-Tiles-INT
                        end-if
                    end-if
                end-if
            end-perform
            close Layout-File
        .

        load-catalog section.
            move 0 to WS-Cat-Total-INT
            move 0 to WS-Cat-Over-INT
            open input ReplayCat-File
            if WS-RCT-Status not = "00" then
                exit section
            end-if
            perform until WS-RCT-Status not = "00"
                read ReplayCat-File
                if WS-RCT-Status = "00" and
                    RC-Record(36:5) is numeric then
                    if WS-Cat-Total-INT = 50 then
                        add 1 to WS-Cat-Over-INT
                    else
                        add 1 to WS-Cat-Total-INT
                        move WS-Cat-Total-INT to WS-Cat-Idx-INT
                        move RC-Record(1:12) to
                            WS-Cat-Name-STR(WS-Cat-Idx-INT)
                        move RC-Record(14:8) to
                            WS-Cat-Date-STR(WS-Cat-Idx-INT)
                        move RC-Record(23:3) to
                            WS-Cat-Inits-STR(WS-Cat-Idx-INT)
                        move RC-Record(27:8) to
                            WS-Cat-Mode-STR(WS-Cat-Idx-INT)
                        compute WS-Cat-Score-INT(WS-Cat-Idx-INT) =
                            function numval(RC-Record(36:5))
                        move spaces to
                            WS-Cat-Result-STR(WS-Cat-Idx-INT)
                        move spaces to
                            WS-Cat-Note-STR(WS-Cat-Idx-INT)
                        move 0 to WS-Cat-Len-INT(WS-Cat-Idx-INT)
                        move spaces to
                            WS-Cat-Cause-STR(WS-Cat-Idx-INT)
                        move 0 to WS-Cat-Tail-INT(WS-Cat-Idx-INT)
                        move 0 to WS-Cat-Log-INT(WS-Cat-Idx-INT)
                        *> Earliest real date decides how far back
                        *> the archive search has to reach
                        if RC-Record(14:8) is numeric and
                            RC-Record(14:8) not = "00000000" then
                            if WS-First-Month-STR = spaces or
                                RC-Record(14:6) < WS-First-Month-STR
                                then
                                move RC-Record(14:6) to
                                    WS-First-Month-STR
                            end-if
                        end-if
                    end-if
                end-if
            end-perform
            close ReplayCat-File
        .

        replay-recording section.
            *> Re-run catalog row WS-Cat-Idx-INT and file its
            *> verdict in the row
            move WS-Cat-Name-STR(WS-Cat-Idx-INT) to
                WS-Replay-Name-STR

            *> The synthesized row main.cbl gives a pre-library
            *> replay.dat has no score to check against, and a
            *> vs-CPU round's second snake was never recorded
            if WS-Cat-Name-STR(WS-Cat-Idx-INT) = "replay.dat" or
                WS-Cat-Mode-STR(WS-Cat-Idx-INT) = "VSCPU" then
                move "SKIPPED" to WS-Cat-Result-STR(WS-Cat-Idx-INT)
                add 1 to WS-Skipped-INT
                exit section
            end-if

            open input Replay-File
            if WS-RPL-Status = "35" then
                move "MISSING" to WS-Cat-Result-STR(WS-Cat-Idx-INT)
                move "file not found" to
                    WS-Cat-Note-STR(WS-Cat-Idx-INT)
                exit section
            end-if
            if WS-RPL-Status not = "00" then
                move "UNREADABLE" to
                    WS-Cat-Result-STR(WS-Cat-Idx-INT)
                string
                    "cannot open (status " delimited by size
                    WS-RPL-Status delimited by size
                    ")" delimited by size
                    into WS-Cat-Note-STR(WS-Cat-Idx-INT)
                end-string
                exit section
            end-if

            move zeros to WS-Sim-Snake-Redef-STR
            move 1 to WS-Sim-Len-INT
            move 16 to WS-Sim-PartX-INT(1)
            move 16 to WS-Sim-PartY-INT(1)
            move 0 to WS-Sim-Dir-INT
            move 0 to WS-Sim-Dead-BOOL
            move 0 to WS-Sim-Cause-INT
            move 0 to WS-Sim-FoodTotal-INT
            move 0 to WS-Sim-RespX-INT
            move 0 to WS-Sim-RespY-INT
            move 0 to WS-Sim-RespType-INT
            move 0 to WS-Sim-Pending-BOOL
            move 0 to WS-Sim-EOF-BOOL
            move 0 to WS-Sim-Bad-BOOL
            move 0 to WS-Sim-Lines-INT
            move 0 to WS-Sim-Extra-INT

            *> Head of the file: the XXXYYYT initial-food lines; the
            *> first DRXXXYYYT tick line ends them and is held for
            *> the first tick (same split as ghost-setup)
            perform until WS-Sim-Pending-BOOL = 1 or
                WS-Sim-Bad-BOOL = 1 or WS-RPL-Status not = "00"
                read Replay-File
                if WS-RPL-Status = "00" then
                    add 1 to WS-Sim-Lines-INT
                    if RPL-Record(1:9) is numeric then
                        move RPL-Record to WS-Sim-Line-STR
                        move 1 to WS-Sim-Pending-BOOL
                    else
                        if RPL-Record(1:7) is numeric and
                            RPL-Record(8:2) = spaces and
                            WS-Sim-FoodTotal-INT < 1024 then
                            add 1 to WS-Sim-FoodTotal-INT
                            compute WS-Sim-FoodX-INT(
                                WS-Sim-FoodTotal-INT) =
                                function numval(RPL-Record(1:3))
                            compute WS-Sim-FoodY-INT(
                                WS-Sim-FoodTotal-INT) =
                                function numval(RPL-Record(4:3))
                            compute WS-Sim-FoodType-INT(
                                WS-Sim-FoodTotal-INT) =
                                function numval(RPL-Record(7:1))
                        else
                            move 1 to WS-Sim-Bad-BOOL
                        end-if
                    end-if
                end-if
            end-perform
            if WS-Sim-Bad-BOOL = 0 and WS-Sim-Pending-BOOL = 0 then
                close Replay-File
                move "UNREADABLE" to
                    WS-Cat-Result-STR(WS-Cat-Idx-INT)
                move "no tick lines" to
                    WS-Cat-Note-STR(WS-Cat-Idx-INT)
                exit section
            end-if

            *> One tick per line until the snake dies. A file that
            *> runs out first leaves the snake on its last heading,
            *> exactly as playback does, until it hits something
            perform until WS-Sim-Dead-BOOL = 1 or
                WS-Sim-Bad-BOOL = 1
                if WS-Sim-Pending-BOOL = 1 then
                    move 0 to WS-Sim-Pending-BOOL
                    perform sim-take-line
                else
                    if WS-Sim-EOF-BOOL = 0 then
                        read Replay-File
                        if WS-RPL-Status = "00" then
                            add 1 to WS-Sim-Lines-INT
                            move RPL-Record to WS-Sim-Line-STR
                            perform sim-take-line
                        else
                            move 1 to WS-Sim-EOF-BOOL
                        end-if
                    end-if
                end-if
                if WS-Sim-EOF-BOOL = 1 then
                    add 1 to WS-Sim-Extra-INT
                    if WS-Sim-Extra-INT > 2048 then
                        move 1 to WS-Sim-Bad-BOOL
                    end-if
                end-if
                if WS-Sim-Bad-BOOL = 0 then
                    perform sim-tick
                end-if
            end-perform

            *> The recorder writes the death tick last; anything
            *> after it didn't come from the game
            if WS-Sim-Bad-BOOL = 0 and WS-Sim-EOF-BOOL = 0 then
                read Replay-File
                if WS-RPL-Status = "00" then
                    move 2 to WS-Cat-Tail-INT(WS-Cat-Idx-INT)
                end-if
            end-if
            close Replay-File

            if WS-Sim-Bad-BOOL = 1 then
                move "UNREADABLE" to
                    WS-Cat-Result-STR(WS-Cat-Idx-INT)
                if WS-Sim-Extra-INT > 2048 then
                    move "snake never dies" to
                        WS-Cat-Note-STR(WS-Cat-Idx-INT)
                else
                    string
                        "bad line " delimited by size
                        WS-Sim-Lines-INT delimited by size
                        into WS-Cat-Note-STR(WS-Cat-Idx-INT)
                    end-string
                end-if
                exit section
            end-if

            if WS-Sim-EOF-BOOL = 1 then
                move 1 to WS-Cat-Tail-INT(WS-Cat-Idx-INT)
            end-if
            move WS-Sim-Len-INT to WS-Cat-Len-INT(WS-Cat-Idx-INT)
            evaluate WS-Sim-Cause-INT
                when 1
                    move "BORDER" to WS-Cat-Cause-STR(WS-Cat-Idx-INT)
                when 2
                    move "SELF" to WS-Cat-Cause-STR(WS-Cat-Idx-INT)
                when 3
                    move "OBSTACLE" to
                        WS-Cat-Cause-STR(WS-Cat-Idx-INT)
            end-evaluate
            if WS-Sim-Len-INT = WS-Cat-Score-INT(WS-Cat-Idx-INT)
                then
                move "OK" to WS-Cat-Result-STR(WS-Cat-Idx-INT)
                add 1 to WS-OK-INT
            else
                move "MISMATCH" to WS-Cat-Result-STR(WS-Cat-Idx-INT)
            end-if
        .

        sim-take-line section.
            *> A DRXXXYYYT tick line: heading for this tick, and the
            *> food that replaces whatever gets eaten on it. Values
            *> from an earlier respawn stay put until the next one,
            *> as WS-Replay-FoodX/Y/Type-INT do in the game.
            if WS-Sim-Line-STR(1:9) is not numeric or
                WS-Sim-Line-STR(1:1) > "3" or
                WS-Sim-Line-STR(2:1) > "1" then
                move 1 to WS-Sim-Bad-BOOL
                exit section
            end-if
            compute WS-Sim-Dir-INT =
                function numval(WS-Sim-Line-STR(1:1))
            if WS-Sim-Line-STR(2:1) = "1" then
                compute WS-Sim-RespX-INT =
                    function numval(WS-Sim-Line-STR(3:3))
                compute WS-Sim-RespY-INT =
                    function numval(WS-Sim-Line-STR(6:3))
                compute WS-Sim-RespType-INT =
                    function numval(WS-Sim-Line-STR(9:1))
            end-if
        .

        sim-tick section.
            *> One movement tick of player 1, in the order the
            *> events section runs it: move, eat, border, obstacle,
            *> self
            move 1 to WS-Sim-CanFail-BOOL

            move WS-Sim-Len-INT to WS-Sim-Idx-INT
            perform until WS-Sim-Idx-INT = 1
                move WS-Sim-PartX-INT(WS-Sim-Idx-INT - 1) to
                    WS-Sim-PartX-INT(WS-Sim-Idx-INT)
                move WS-Sim-PartY-INT(WS-Sim-Idx-INT - 1) to
                    WS-Sim-PartY-INT(WS-Sim-Idx-INT)
                subtract 1 from WS-Sim-Idx-INT
            end-perform
            evaluate WS-Sim-Dir-INT
                when 0
                    add 1 to WS-Sim-PartX-INT(1)
                when 1
                    add 1 to WS-Sim-PartY-INT(1)
                when 2
                    subtract 1 from WS-Sim-PartX-INT(1)
                when 3
                    subtract 1 from WS-Sim-PartY-INT(1)
            end-evaluate

            move 1 to WS-Sim-Idx-INT
            perform until WS-Sim-Idx-INT > WS-Sim-FoodTotal-INT
                if WS-Sim-PartX-INT(1) =
                    WS-Sim-FoodX-INT(WS-Sim-Idx-INT) and
                    WS-Sim-PartY-INT(1) =
                    WS-Sim-FoodY-INT(WS-Sim-Idx-INT) then
                    move 0 to WS-Sim-CanFail-BOOL
                    evaluate WS-Sim-FoodType-INT(WS-Sim-Idx-INT)
                        when 1
                            add 3 to WS-Sim-Len-INT
                        when 3
                            if WS-Sim-Len-INT > 3 then
                                subtract 2 from WS-Sim-Len-INT
                            else
                                move 1 to WS-Sim-Len-INT
                            end-if
                        when other
                            add 1 to WS-Sim-Len-INT
                    end-evaluate
                    move WS-Sim-RespX-INT to
                        WS-Sim-FoodX-INT(WS-Sim-Idx-INT)
                    move WS-Sim-RespY-INT to
                        WS-Sim-FoodY-INT(WS-Sim-Idx-INT)
                    move WS-Sim-RespType-INT to
                        WS-Sim-FoodType-INT(WS-Sim-Idx-INT)
                end-if
                add 1 to WS-Sim-Idx-INT
            end-perform

            if WS-Sim-PartX-INT(1) = 1 or
                WS-Sim-PartY-INT(1) = 1 or
                WS-Sim-PartX-INT(1) = WS-BWidth-INT - 2 or
                WS-Sim-PartY-INT(1) = WS-BEdge-INT - 1 then
                move 1 to WS-Sim-Cause-INT
                move 1 to WS-Sim-Dead-BOOL
            end-if

            compute WS-Tile-Idx-INT =
                WS-Sim-PartY-INT(1) * WS-BWidth-INT +
                WS-Sim-PartX-INT(1)
            if WS-Tile-Idx-INT > 0 and WS-Tile-Idx-INT <= 1024 then
                if WS-Tile-INT(WS-Tile-Idx-INT) = 2 then
                    move 3 to WS-Sim-Cause-INT
                    move 1 to WS-Sim-Dead-BOOL
                end-if
            end-if

            move 2 to WS-Sim-Idx-INT
            perform until WS-Sim-Idx-INT > WS-Sim-Len-INT
                if WS-Sim-PartX-INT(1) =
                    WS-Sim-PartX-INT(WS-Sim-Idx-INT) and
                    WS-Sim-PartY-INT(1) =
                    WS-Sim-PartY-INT(WS-Sim-Idx-INT) and
                    WS-Sim-Len-INT > 3 and
                    WS-Sim-CanFail-BOOL = 1 then
                    move 2 to WS-Sim-Cause-INT
                    move 1 to WS-Sim-Dead-BOOL
                end-if
                add 1 to WS-Sim-Idx-INT
            end-perform
        .

        scan-gamelogs section.
            *> The live log, then every archive that can hold a
            *> cataloged date
            open input GameLog-File
            if WS-GL-Status = "00" then
                perform until WS-GL-Status not = "00"
                    read GameLog-File
                    if WS-GL-Status = "00" then
                        move GL-Record to WS-Log-Rec-STR
                        perform match-log-line
                    end-if
                end-perform
                close GameLog-File
            end-if

            if WS-First-Month-STR = spaces then
                exit section
            end-if
            move WS-First-Month-STR to WS-Arc-Month-STR
            perform next-arc-month
            perform until WS-Arc-Month-STR > WS-Today-STR(1:6)
                move spaces to WS-GL-Arch-STR
                string
                    "glog" delimited by size
                    WS-Arc-Month-STR delimited by size
                    ".arc" delimited by size
                    into WS-GL-Arch-STR
                end-string
                open input GameLog-Arch
                if WS-GLA-Status = "00" then
                    add 1 to WS-Arc-Files-INT
                    perform until WS-GLA-Status not = "00"
                        read GameLog-Arch
                        if WS-GLA-Status = "00" then
                            move GLA-Record to WS-Log-Rec-STR
                            perform match-log-line
                        end-if
                    end-perform
                    close GameLog-Arch
                end-if
                perform next-arc-month
            end-perform
        .

        next-arc-month section.
            compute WS-Arc-Year-INT =
                function numval(WS-Arc-Month-STR(1:4))
            compute WS-Arc-Mon-INT =
                function numval(WS-Arc-Month-STR(5:2))
            if WS-Arc-Mon-INT = 12 then
                add 1 to WS-Arc-Year-INT
                move 1 to WS-Arc-Mon-INT
            else
                add 1 to WS-Arc-Mon-INT
            end-if
            move WS-Arc-Year-INT to WS-Arc-Month-STR(1:4)
            move WS-Arc-Mon-INT to WS-Arc-Month-STR(5:2)
        .

        match-log-line section.
            *> Only lines carrying the by=/mode= tail name a player
            *> and mode; the recording is player 1, so its length is
            *> the p1 column
            if WS-Log-Rec-STR(1:8) is not numeric or
                WS-Log-Rec-STR(26:3) is not numeric or
                WS-Log-Rec-STR(74:4) not = " by=" or
                WS-Log-Rec-STR(81:6) not = " mode=" then
                exit section
            end-if
            compute WS-Log-P1-INT =
                function numval(WS-Log-Rec-STR(26:3))
            move 1 to WS-Cat-Idx-INT
            perform until WS-Cat-Idx-INT > WS-Cat-Total-INT
                if (WS-Cat-Result-STR(WS-Cat-Idx-INT) = "OK" or
                    WS-Cat-Result-STR(WS-Cat-Idx-INT) = "MISMATCH")
                    and WS-Cat-Log-INT(WS-Cat-Idx-INT) not = 1
                    and WS-Log-Rec-STR(1:8) =
                        WS-Cat-Date-STR(WS-Cat-Idx-INT)
                    and WS-Log-Rec-STR(78:3) =
                        WS-Cat-Inits-STR(WS-Cat-Idx-INT)
                    and WS-Log-Rec-STR(87:8) =
                        WS-Cat-Mode-STR(WS-Cat-Idx-INT) then
                    if WS-Log-P1-INT =
                        WS-Cat-Len-INT(WS-Cat-Idx-INT) then
                        move 1 to WS-Cat-Log-INT(WS-Cat-Idx-INT)
                    else
                        move 2 to WS-Cat-Log-INT(WS-Cat-Idx-INT)
                    end-if
                end-if
                add 1 to WS-Cat-Idx-INT
            end-perform
        .

        find-backing section.
            *> Best catalog evidence for WS-Back-Inits-STR scoring
            *> WS-Back-Score-INT (and, when given, on
            *> WS-Back-Date-STR in WS-Back-Mode-STR)
            move 0 to WS-Back-INT
            move 1 to WS-Cat-Idx-INT
            perform until WS-Cat-Idx-INT > WS-Cat-Total-INT or
                WS-Back-INT = 2
                if WS-Cat-Inits-STR(WS-Cat-Idx-INT) =
                    WS-Back-Inits-STR and
                    WS-Cat-Score-INT(WS-Cat-Idx-INT) =
                    WS-Back-Score-INT and
                    (WS-Back-Date-STR = spaces or
                    WS-Cat-Date-STR(WS-Cat-Idx-INT) =
                    WS-Back-Date-STR) and
                    (WS-Back-Mode-STR = spaces or
                    WS-Cat-Mode-STR(WS-Cat-Idx-INT) =
                    WS-Back-Mode-STR) then
                    if WS-Cat-Result-STR(WS-Cat-Idx-INT) = "OK" then
                        move 2 to WS-Back-INT
                    else
                        move 1 to WS-Back-INT
                    end-if
                end-if
                add 1 to WS-Cat-Idx-INT
            end-perform
        .

        print-header section.
            display "==============================================="
            display " CobSnake replay verification"
            display "==============================================="
            move WS-BWidth-INT to WS-Dim-Edit
            move WS-BHeight-INT to WS-Dim2-Edit
            move WS-Maze-Tiles-INT to WS-Count-Edit
            display "Board " WS-Dim-Edit " x" WS-Dim2-Edit
                " (config.dat), maze tiles" WS-Count-Edit
            move WS-Cat-Total-INT to WS-Count-Edit
            display "Recordings cataloged :" WS-Count-Edit
            move WS-OK-INT to WS-Count-Edit
            display "Reproduced           :" WS-Count-Edit
            move WS-Skipped-INT to WS-Count-Edit
            display "Not verifiable       :" WS-Count-Edit
            move WS-Arc-Files-INT to WS-Count-Edit
            display "Log archives searched:" WS-Count-Edit
            if WS-Cat-Over-INT > 0 then
                move WS-Cat-Over-INT to WS-Count-Edit
                display "Rows past 50 ignored :" WS-Count-Edit
            end-if
            display " "
        .

        print-recordings section.
            display "Recording exceptions"
            display "-----------------------------------------------"
            move 0 to WS-Section-Exc-INT
            move 1 to WS-Cat-Idx-INT
            perform until WS-Cat-Idx-INT > WS-Cat-Total-INT
                if WS-Cat-Result-STR(WS-Cat-Idx-INT) not = "SKIPPED"
                    then
                    perform print-recording-row
                end-if
                add 1 to WS-Cat-Idx-INT
            end-perform
            if WS-Section-Exc-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        print-recording-row section.
            move 0 to WS-Exc-Row-BOOL
            if WS-Cat-Result-STR(WS-Cat-Idx-INT) not = "OK" or
                WS-Cat-Tail-INT(WS-Cat-Idx-INT) not = 0 or
                WS-Cat-Log-INT(WS-Cat-Idx-INT) not = 1 then
                move 1 to WS-Exc-Row-BOOL
            end-if
            if WS-Exc-Row-BOOL = 0 then
                exit section
            end-if
            add 1 to WS-Section-Exc-INT
            add 1 to WS-Exc-Total-INT
            move WS-Cat-Score-INT(WS-Cat-Idx-INT) to WS-Score-Edit
            display WS-Cat-Name-STR(WS-Cat-Idx-INT) " "
                WS-Cat-Date-STR(WS-Cat-Idx-INT) " "
                WS-Cat-Inits-STR(WS-Cat-Idx-INT) " "
                WS-Cat-Mode-STR(WS-Cat-Idx-INT) " catalog"
                WS-Score-Edit

            evaluate WS-Cat-Result-STR(WS-Cat-Idx-INT)
                when "MISSING"
                    display "     MISSING    - "
                        WS-Cat-Note-STR(WS-Cat-Idx-INT)
                    exit section
                when "UNREADABLE"
                    display "     UNREADABLE - "
                        WS-Cat-Note-STR(WS-Cat-Idx-INT)
                    exit section
                when "MISMATCH"
                    move WS-Cat-Len-INT(WS-Cat-Idx-INT) to
                        WS-Len-Edit
                    display "     MISMATCH   - replays to"
                        WS-Len-Edit " ("
                        WS-Cat-Cause-STR(WS-Cat-Idx-INT) ")"
                    if WS-Cat-Mode-STR(WS-Cat-Idx-INT) = "2P" then
                        display "                  2P round: player"
                            " 2 is not in the recording"
                    end-if
            end-evaluate

            if WS-Cat-Tail-INT(WS-Cat-Idx-INT) = 1 then
                display "     TRUNCATED  - recording ends before"
                    " the snake died"
            end-if
            if WS-Cat-Tail-INT(WS-Cat-Idx-INT) = 2 then
                display "     TAMPERED   - lines recorded after"
                    " the death tick"
            end-if
            if WS-Cat-Log-INT(WS-Cat-Idx-INT) = 0 then
                display "     NO LOG     - no gamelog line for"
                    " this date/player/mode"
            end-if
            if WS-Cat-Log-INT(WS-Cat-Idx-INT) = 2 then
                move WS-Cat-Len-INT(WS-Cat-Idx-INT) to WS-Len-Edit
                display "     LOG DIFFERS- no gamelog round of"
                    " length" WS-Len-Edit " that day"
            end-if
        .

        print-top-ten section.
            display "Top-10 scores without a reproducing recording"
            display "-----------------------------------------------"
            move 0 to WS-Section-Exc-INT
            open input Scores-File
            if WS-SF-Status = "00" then
                move 0 to WS-Rank-INT
                perform until WS-SF-Status not = "00"
                    read Scores-File
                    if WS-SF-Status = "00" then
                        add 1 to WS-Rank-INT
                        perform check-top-ten-entry
                    end-if
                end-perform
                close Scores-File
            end-if
            if WS-Section-Exc-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        check-top-ten-entry section.
            *> Empty slots (the game's "---"/0 defaults) claim
            *> nothing
            if SF-Score-INT is not numeric or SF-Score-INT = 0 or
                SF-Initials-STR = "---" or
                SF-Initials-STR = spaces then
                exit section
            end-if
            move spaces to WS-Back-Date-STR
            move spaces to WS-Back-Mode-STR
            move SF-Initials-STR to WS-Back-Inits-STR
            move SF-Score-INT to WS-Back-Score-INT
            perform find-backing
            if WS-Back-INT = 2 then
                exit section
            end-if
            add 1 to WS-Section-Exc-INT
            add 1 to WS-Exc-Total-INT
            move WS-Rank-INT to WS-Rank-Edit
            move SF-Score-INT to WS-Score-Edit
            if WS-Back-INT = 1 then
                display WS-Rank-Edit ". " SF-Initials-STR
                    WS-Score-Edit "  recording does not reproduce"
            else
                display WS-Rank-Edit ". " SF-Initials-STR
                    WS-Score-Edit "  no recording on file"
            end-if
        .

        print-daily-winners section.
            display "Daily winners without a reproducing recording"
            display "-----------------------------------------------"
            move 0 to WS-Section-Exc-INT
            move 0 to WS-Dly-Total-INT

            *> Pass 1: each date's best score
            open input Daily-File
            if WS-DCH-Status = "00" then
                perform until WS-DCH-Status not = "00"
                    read Daily-File
                    if WS-DCH-Status = "00" and
                        DC-Score-INT is numeric then
                        perform tally-daily-best
                    end-if
                end-perform
                close Daily-File
            end-if

            *> Pass 2: every entry that holds its date's best
            open input Daily-File
            if WS-DCH-Status = "00" then
                perform until WS-DCH-Status not = "00"
                    read Daily-File
                    if WS-DCH-Status = "00" and
                        DC-Score-INT is numeric then
                        perform check-daily-entry
                    end-if
                end-perform
                close Daily-File
            end-if
            if WS-Section-Exc-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        tally-daily-best section.
            move 0 to WS-Dly-Found-BOOL
            move 1 to WS-Dly-Idx-INT
            perform until WS-Dly-Idx-INT > WS-Dly-Total-INT or
                WS-Dly-Found-BOOL = 1
                if WS-Dly-Date-STR(WS-Dly-Idx-INT) = DC-Date-STR
                    then
                    move 1 to WS-Dly-Found-BOOL
                    if DC-Score-INT > WS-Dly-Best-INT(WS-Dly-Idx-INT)
                        then
                        move DC-Score-INT to
                            WS-Dly-Best-INT(WS-Dly-Idx-INT)
                    end-if
                else
                    add 1 to WS-Dly-Idx-INT
                end-if
            end-perform
            if WS-Dly-Found-BOOL = 0 and WS-Dly-Total-INT < 400 then
                add 1 to WS-Dly-Total-INT
                move DC-Date-STR to WS-Dly-Date-STR(WS-Dly-Total-INT)
                move DC-Score-INT to
                    WS-Dly-Best-INT(WS-Dly-Total-INT)
            end-if
        .

        check-daily-entry section.
            move 0 to WS-Dly-Found-BOOL
            move 1 to WS-Dly-Idx-INT
            perform until WS-Dly-Idx-INT > WS-Dly-Total-INT or
                WS-Dly-Found-BOOL = 1
                if WS-Dly-Date-STR(WS-Dly-Idx-INT) = DC-Date-STR
                    then
                    move 1 to WS-Dly-Found-BOOL
                else
                    add 1 to WS-Dly-Idx-INT
                end-if
            end-perform
            if WS-Dly-Found-BOOL = 0 or DC-Score-INT = 0 then
                exit section
            end-if
            if DC-Score-INT not = WS-Dly-Best-INT(WS-Dly-Idx-INT)
                then
                exit section
            end-if
            move DC-Date-STR to WS-Back-Date-STR
            move "DAILY" to WS-Back-Mode-STR
            move DC-Initials-STR to WS-Back-Inits-STR
            move DC-Score-INT to WS-Back-Score-INT
            perform find-backing
            if WS-Back-INT = 2 then
                exit section
            end-if
            add 1 to WS-Section-Exc-INT
            add 1 to WS-Exc-Total-INT
            move DC-Score-INT to WS-Score-Edit
            if WS-Back-INT = 1 then
                display DC-Date-STR " " DC-Initials-STR
                    WS-Score-Edit "  recording does not reproduce"
            else
                display DC-Date-STR " " DC-Initials-STR
                    WS-Score-Edit "  no recording on file"
            end-if
        .

        print-skipped section.
            if WS-Skipped-INT = 0 then
                exit section
            end-if
            display "Not verifiable (not counted as exceptions)"
            display "-----------------------------------------------"
            move 1 to WS-Cat-Idx-INT
            perform until WS-Cat-Idx-INT > WS-Cat-Total-INT
                if WS-Cat-Result-STR(WS-Cat-Idx-INT) = "SKIPPED" then
                    if WS-Cat-Mode-STR(WS-Cat-Idx-INT) = "VSCPU" then
                        display WS-Cat-Name-STR(WS-Cat-Idx-INT) " "
                            WS-Cat-Date-STR(WS-Cat-Idx-INT) " "
                            WS-Cat-Inits-STR(WS-Cat-Idx-INT)
                            "  vs-CPU round, CPU snake not recorded"
                    else
                        display WS-Cat-Name-STR(WS-Cat-Idx-INT)
                            "  pre-library recording, no score"
                    end-if
                end-if
                add 1 to WS-Cat-Idx-INT
            end-perform
            display " "
        .

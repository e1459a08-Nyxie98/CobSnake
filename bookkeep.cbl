        identification division.
        program-id. bookkeep.

       *> Bookkeeping report for the cash box. Reads coinlog.dat,
       *> the coin and start record the game appends (see main.cbl's
       *> write-coin-log):
       *>   stamp(1:14) event(16:5) mode(22:8) credits(31:2)
       *>   cents(34:4) initials(39:3) balance(43:3)
       *> and prints, per day, coins in, takings (each coin at the
       *> value it was taken at), credits issued and used, rounds
       *> started (free-play starts included) and rounds logged in
       *> gamelog.dat and the glogYYYYMM.arc archives, with a
       *> subtotal for each Monday-to-Sunday week and a grand total.
       *>
       *> Rounds started and rounds logged are then compared day by
       *> day and mode by mode, and every difference is listed as a
       *> gap: a start with no logged round (window closed or power
       *> lost mid-round, or a round the journal backed out) or a
       *> logged round nobody paid to start. Only days from the first
       *> coinlog.dat day onward are compared -- play before the
       *> meters went in was never charged. A round that starts just
       *> before midnight and ends after it shows as a gap on each of
       *> the two days.
       *>
       *> Last, meters.dat's lifetime meters are checked against the
       *> same totals worked out from coinlog.dat. Run from the game
       *> directory.

        environment division.
        input-output section.
        file-control.
            select CoinLog-File assign to "coinlog.dat"
                organization line sequential
                file status is WS-CLG-Status.
            select Meters-File assign to "meters.dat"
                organization line sequential
                file status is WS-MTR-Status.
            select GameLog-File assign to "gamelog.dat"
                organization line sequential
                file status is WS-GL-Status.
            select GameLog-Arch assign to dynamic WS-GL-Arch-STR
                organization line sequential
                file status is WS-GLA-Status.
            select Summary-File assign to "summary.dat"
                organization line sequential
                file status is WS-SUM-Status.

        data division.
        file section.
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
        fd  Meters-File.
        01  MTR-Record              pic x(94).
        fd  GameLog-File.
        01  GL-Record               pic x(94).
        fd  GameLog-Arch.
        01  GLA-Record              pic x(94).
        fd  Summary-File.
        01  SUM-Record              pic x(94).

        working-storage section.

        01 WS-CLG-Status           pic xx      value "00".
        01 WS-MTR-Status           pic xx      value "00".
        01 WS-GL-Status            pic xx      value "00".
        01 WS-GLA-Status           pic xx      value "00".
        01 WS-SUM-Status           pic xx      value "00".

       *> The game's mode tokens, in meters.dat's order
        01 WS-Mode-Values.
            05 filler               pic x(8)    value "1P".
            05 filler               pic x(8)    value "2P".
            05 filler               pic x(8)    value "MAZE".
            05 filler               pic x(8)    value "REPLAY".
            05 filler               pic x(8)    value "CAMPAIGN".
            05 filler               pic x(8)    value "VSCPU".
            05 filler               pic x(8)    value "DAILY".
            05 filler               pic x(8)    value "TOURNEY".
        01 WS-Mode-Table redefines WS-Mode-Values.
            05 WS-Mode-Name-STR     pic x(8)    occurs 8 times.
        01 WS-Mode-Idx-INT          pic 9       value 0.
        01 WS-Mode-Key-STR          pic x(8)    value spaces.

       *> One row per day, kept in date order: the coinlog.dat side
       *> (coins, takings in cents, credits issued and used, free
       *> starts) and, per mode, rounds started, credits they took
       *> and rounds logged. Untagged = logged lines from before the
       *> log carried mode=, counted in the day only.
        01 WS-Day-Table.
            05 WS-Day-Entry         occurs 400 times.
                10 WS-Day-Date-STR  pic x(8).
                10 WS-Day-Coins-INT pic 9(6).
                10 WS-Day-Cents-INT pic 9(9).
                10 WS-Day-Issued-INT pic 9(6).
                10 WS-Day-Used-INT  pic 9(6).
                10 WS-Day-Free-INT  pic 9(6).
                10 WS-Day-Untagged-INT pic 9(5).
                10 WS-Day-Mode-Entry occurs 8 times.
                    15 WS-Day-Started-INT pic 9(5).
                    15 WS-Day-Credits-INT pic 9(6).
                    15 WS-Day-Logged-INT pic 9(5).
        01 WS-Day-Total-INT         pic 9(3)    value 0.
        01 WS-Day-Idx-INT           pic 9(3)    value 0.
        01 WS-Day-Shift-INT         pic 9(3)    value 0.
        01 WS-Day-Found-BOOL        pic 9       value 0.
        01 WS-Day-Over-INT          pic 9(7)    value 0.
        01 WS-Day-Key-STR           pic x(8)    value spaces.
        01 WS-First-Day-STR         pic x(8)    value spaces.

       *> coinlog.dat's own lifetime totals, for the meters check
        01 WS-Log-Coins-INT         pic 9(7)    value 0.
        01 WS-Log-Cents-INT         pic 9(9)    value 0.
        01 WS-Log-Issued-INT        pic 9(7)    value 0.
        01 WS-Log-Used-INT          pic 9(7)    value 0.
        01 WS-Log-Balance-INT       pic 9(3)    value 0.
        01 WS-Log-Starts-Table.
            05 WS-Log-Starts-INT    pic 9(7)    value 0
                                        occurs 8 times.
        01 WS-Log-Lines-INT         pic 9(7)    value 0.
        01 WS-Log-Bad-INT           pic 9(7)    value 0.
        01 WS-Rounds-Read-INT       pic 9(7)    value 0.
        01 WS-Rounds-Used-INT       pic 9(7)    value 0.

       *> meters.dat as the game last wrote it
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
        01 WS-Mtr-Found-BOOL        pic 9       value 0.

       *> Archive discovery, as in closeout.cbl: glogYYYYMM.arc is
       *> named for the month archive.cbl ran in, so the names that
       *> can exist run from the month after the earliest summary.dat
       *> month up to the current one; oldest first, then the live
       *> log
        01 WS-GL-Arch-STR           pic x(14)   value spaces.
        01 WS-Rec-STR               pic x(94)   value spaces.
        01 WS-Today-STR             pic x(21)   value spaces.
        01 WS-First-Month-STR       pic x(6)    value spaces.
        01 WS-Arc-Month-STR         pic x(6)    value spaces.
        01 WS-Arc-Year-INT          pic 9(4)    value 0.
        01 WS-Arc-Mon-INT           pic 9(2)    value 0.
        01 WS-Arc-Files-INT         pic 9(3)    value 0.

       *> Printing: week subtotals and the grand total
        01 WS-Date-NUM              pic 9(8)    value 0.
        01 WS-Week-INT              pic 9(7)    value 0.
        01 WS-Cur-Week-INT          pic 9(7)    value 0.
        01 WS-Sum-Table.
            05 WS-Sum-Entry         occurs 2 times.
                10 WS-Sum-Coins-INT pic 9(7).
                10 WS-Sum-Cents-INT pic 9(9).
                10 WS-Sum-Issued-INT pic 9(7).
                10 WS-Sum-Used-INT  pic 9(7).
                10 WS-Sum-Free-INT  pic 9(7).
                10 WS-Sum-Started-INT pic 9(7).
                10 WS-Sum-Logged-INT pic 9(7).
        01 WS-Sum-Idx-INT           pic 9       value 0.
        01 WS-Row-Started-INT       pic 9(7)    value 0.
        01 WS-Row-Logged-INT        pic 9(7)    value 0.
        01 WS-Row-Label-STR         pic x(10)   value spaces.
        01 WS-Row-Flag-STR          pic x(5)    value spaces.
        01 WS-Gap-Days-INT          pic 9(5)    value 0.
        01 WS-Gap-Lines-INT         pic 9(5)    value 0.
        01 WS-Gap-Diff-INT          pic 9(5)    value 0.
        01 WS-Gap-Note-STR          pic x(16)   value spaces.
        01 WS-Mismatch-INT          pic 9(3)    value 0.
        01 WS-Money-DEC             pic 9(7)v99 value 0.
        01 WS-Money-Edit            pic z(6)9.99.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-Count2-Edit           pic zzzzz9.
        01 WS-Credit-Edit           pic zz9.

        procedure division.
        main-procedure.

        move function current-date to WS-Today-STR.
        display "===============================================".
        display " CobSnake bookkeeping".
        display "===============================================".

        perform scan-coinlog.
        perform load-meters.
        if WS-Day-Total-INT = 0 then
            display "coinlog.dat holds no coin or start records"
            display " "
            perform print-meters
            stop run
        end-if.
        perform find-first-month.
        perform scan-gamelog.

        perform print-summary.
        perform print-days.
        perform print-gaps.
        perform print-meters.

        stop run.

        scan-coinlog section.
            open input CoinLog-File
            if WS-CLG-Status not = "00" then
                exit section
            end-if
            perform until WS-CLG-Status not = "00"
                read CoinLog-File
                if WS-CLG-Status = "00" then
                    perform tally-coin-line
                end-if
            end-perform
            close CoinLog-File
        .

        tally-coin-line section.
            add 1 to WS-Log-Lines-INT
            if CL-Stamp-STR(1:8) is not numeric or
                CL-Credits-INT is not numeric or
                CL-Cents-INT is not numeric or
                CL-Balance-INT is not numeric then
                add 1 to WS-Log-Bad-INT
                exit section
            end-if
            move CL-Stamp-STR(1:8) to WS-Day-Key-STR
            perform find-or-add-day
            if WS-Day-Found-BOOL = 0 then
                exit section
            end-if
            if WS-First-Day-STR = spaces or
                WS-Day-Key-STR < WS-First-Day-STR then
                move WS-Day-Key-STR to WS-First-Day-STR
            end-if
            move CL-Balance-INT to WS-Log-Balance-INT

            evaluate CL-Event-STR
                when "COIN"
                    add 1 to WS-Day-Coins-INT(WS-Day-Idx-INT)
                    add CL-Cents-INT to
                        WS-Day-Cents-INT(WS-Day-Idx-INT)
                    add CL-Credits-INT to
                        WS-Day-Issued-INT(WS-Day-Idx-INT)
                    add 1 to WS-Log-Coins-INT
                    add CL-Cents-INT to WS-Log-Cents-INT
                    add CL-Credits-INT to WS-Log-Issued-INT
                when "START"
                when "FREE"
                    move CL-Mode-STR to WS-Mode-Key-STR
                    perform find-mode
                    if WS-Mode-Idx-INT = 0 then
                        add 1 to WS-Log-Bad-INT
                        exit section
                    end-if
                    add 1 to WS-Day-Started-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT)
                    add CL-Credits-INT to
                        WS-Day-Credits-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT)
                    add CL-Credits-INT to
                        WS-Day-Used-INT(WS-Day-Idx-INT)
                    add CL-Credits-INT to WS-Log-Used-INT
                    add 1 to WS-Log-Starts-INT(WS-Mode-Idx-INT)
                    if CL-Event-STR = "FREE" then
                        add 1 to WS-Day-Free-INT(WS-Day-Idx-INT)
                    end-if
                when other
                    add 1 to WS-Log-Bad-INT
            end-evaluate
        .

        find-or-add-day section.
            *> Rows stay in date order; a new date is slotted in
            *> where it belongs
            move 0 to WS-Day-Found-BOOL
            move 1 to WS-Day-Idx-INT
            perform until WS-Day-Idx-INT > WS-Day-Total-INT
                or WS-Day-Date-STR(WS-Day-Idx-INT) >= WS-Day-Key-STR
                add 1 to WS-Day-Idx-INT
            end-perform
            if WS-Day-Idx-INT <= WS-Day-Total-INT then
                if WS-Day-Date-STR(WS-Day-Idx-INT) = WS-Day-Key-STR
                    then
                    move 1 to WS-Day-Found-BOOL
                    exit section
                end-if
            end-if
            if WS-Day-Total-INT = 400 then
                add 1 to WS-Day-Over-INT
                exit section
            end-if
            move WS-Day-Total-INT to WS-Day-Shift-INT
            perform until WS-Day-Shift-INT < WS-Day-Idx-INT
                move WS-Day-Entry(WS-Day-Shift-INT) to
                    WS-Day-Entry(WS-Day-Shift-INT + 1)
                subtract 1 from WS-Day-Shift-INT
            end-perform
            add 1 to WS-Day-Total-INT
            initialize WS-Day-Entry(WS-Day-Idx-INT)
            move WS-Day-Key-STR to WS-Day-Date-STR(WS-Day-Idx-INT)
            move 1 to WS-Day-Found-BOOL
        .

        find-mode section.
            move 1 to WS-Mode-Idx-INT
            perform until WS-Mode-Idx-INT > 8
                or WS-Mode-Name-STR(WS-Mode-Idx-INT) = WS-Mode-Key-STR
                add 1 to WS-Mode-Idx-INT
            end-perform
            if WS-Mode-Idx-INT > 8 then
                move 0 to WS-Mode-Idx-INT
            end-if
        .

        load-meters section.
            open input Meters-File
            if WS-MTR-Status not = "00" then
                exit section
            end-if
            read Meters-File
            if WS-MTR-Status = "00" and MTR-Record(1:7) is numeric
                then
                move MTR-Record to WS-Mtr-Record
                move 1 to WS-Mtr-Found-BOOL
            end-if
            close Meters-File
        .

        find-first-month section.
            move spaces to WS-First-Month-STR
            open input Summary-File
            if WS-SUM-Status not = "00" then
                exit section
            end-if
            perform until WS-SUM-Status not = "00"
                read Summary-File
                if WS-SUM-Status = "00" and
                    SUM-Record(1:6) is numeric then
                    if WS-First-Month-STR = spaces or
                        SUM-Record(1:6) < WS-First-Month-STR then
                        move SUM-Record(1:6) to WS-First-Month-STR
                    end-if
                end-if
            end-perform
            close Summary-File
        .

        scan-gamelog section.
            *> Archives oldest first, then the live file
            if WS-First-Month-STR not = spaces then
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
                                move GLA-Record to WS-Rec-STR
                                perform tally-round
                            end-if
                        end-perform
                        close GameLog-Arch
                    end-if
                    perform next-arc-month
                end-perform
            end-if

            open input GameLog-File
            if WS-GL-Status = "00" then
                perform until WS-GL-Status not = "00"
                    read GameLog-File
                    if WS-GL-Status = "00" then
                        move GL-Record to WS-Rec-STR
                        perform tally-round
                    end-if
                end-perform
                close GameLog-File
            end-if
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

        tally-round section.
            *> Rounds from before the first metered day are not the
            *> cash box's business
            if WS-Rec-STR(1:8) is not numeric then
                exit section
            end-if
            add 1 to WS-Rounds-Read-INT
            if WS-Rec-STR(1:8) < WS-First-Day-STR then
                exit section
            end-if
            move WS-Rec-STR(1:8) to WS-Day-Key-STR
            perform find-or-add-day
            if WS-Day-Found-BOOL = 0 then
                exit section
            end-if
            add 1 to WS-Rounds-Used-INT
            if WS-Rec-STR(81:6) not = " mode=" then
                add 1 to WS-Day-Untagged-INT(WS-Day-Idx-INT)
                exit section
            end-if
            move WS-Rec-STR(87:8) to WS-Mode-Key-STR
            perform find-mode
            if WS-Mode-Idx-INT = 0 then
                add 1 to WS-Day-Untagged-INT(WS-Day-Idx-INT)
            else
                add 1 to WS-Day-Logged-INT(WS-Day-Idx-INT,
                    WS-Mode-Idx-INT)
            end-if
        .

        print-summary section.
            move WS-Log-Lines-INT to WS-Count-Edit
            display "coinlog.dat lines read :" WS-Count-Edit
            if WS-Log-Bad-INT > 0 then
                move WS-Log-Bad-INT to WS-Count-Edit
                display "Unusable coinlog lines :" WS-Count-Edit
            end-if
            display "Metered since          :   "
                WS-First-Day-STR(1:4) "-" WS-First-Day-STR(5:2) "-"
                WS-First-Day-STR(7:2)
            move WS-Rounds-Read-INT to WS-Count-Edit
            display "Logged rounds read     :" WS-Count-Edit
            move WS-Rounds-Used-INT to WS-Count-Edit
            display "Logged rounds compared :" WS-Count-Edit
            move WS-Arc-Files-INT to WS-Count-Edit
            display "Game log archives read :" WS-Count-Edit
            if WS-Day-Over-INT > 0 then
                move WS-Day-Over-INT to WS-Count-Edit
                display "Records past 400 days  :" WS-Count-Edit
                    "  (not reported)"
            end-if
            display " "
        .

        print-days section.
            display "Daily takings"
            display "-----------------------------------------------"
                "----------------------------"
            display "  DATE         COINS     TAKINGS  ISSUED"
                "    USED    FREE  STARTS  LOGGED"
            move 0 to WS-Cur-Week-INT
            initialize WS-Sum-Table
            move 1 to WS-Day-Idx-INT
            perform until WS-Day-Idx-INT > WS-Day-Total-INT
                move WS-Day-Date-STR(WS-Day-Idx-INT) to WS-Date-NUM
                compute WS-Week-INT =
                    (function integer-of-date(WS-Date-NUM) - 1) / 7
                if WS-Week-INT not = WS-Cur-Week-INT and
                    WS-Cur-Week-INT not = 0 then
                    move "  week" to WS-Row-Label-STR
                    move 1 to WS-Sum-Idx-INT
                    perform print-sum-row
                    initialize WS-Sum-Entry(1)
                end-if
                move WS-Week-INT to WS-Cur-Week-INT
                perform print-day-row
                add 1 to WS-Day-Idx-INT
            end-perform
            move "  week" to WS-Row-Label-STR
            move 1 to WS-Sum-Idx-INT
            perform print-sum-row
            display "-----------------------------------------------"
                "----------------------------"
            move "TOTAL" to WS-Row-Label-STR
            move 2 to WS-Sum-Idx-INT
            perform print-sum-row
            display " "
        .

        print-day-row section.
            move 0 to WS-Row-Started-INT
            move WS-Day-Untagged-INT(WS-Day-Idx-INT) to
                WS-Row-Logged-INT
            move 1 to WS-Mode-Idx-INT
            perform until WS-Mode-Idx-INT > 8
                add WS-Day-Started-INT(WS-Day-Idx-INT,
                    WS-Mode-Idx-INT) to WS-Row-Started-INT
                add WS-Day-Logged-INT(WS-Day-Idx-INT,
                    WS-Mode-Idx-INT) to WS-Row-Logged-INT
                add 1 to WS-Mode-Idx-INT
            end-perform
            move 1 to WS-Sum-Idx-INT
            perform until WS-Sum-Idx-INT > 2
                add WS-Day-Coins-INT(WS-Day-Idx-INT) to
                    WS-Sum-Coins-INT(WS-Sum-Idx-INT)
                add WS-Day-Cents-INT(WS-Day-Idx-INT) to
                    WS-Sum-Cents-INT(WS-Sum-Idx-INT)
                add WS-Day-Issued-INT(WS-Day-Idx-INT) to
                    WS-Sum-Issued-INT(WS-Sum-Idx-INT)
                add WS-Day-Used-INT(WS-Day-Idx-INT) to
                    WS-Sum-Used-INT(WS-Sum-Idx-INT)
                add WS-Day-Free-INT(WS-Day-Idx-INT) to
                    WS-Sum-Free-INT(WS-Sum-Idx-INT)
                add WS-Row-Started-INT to
                    WS-Sum-Started-INT(WS-Sum-Idx-INT)
                add WS-Row-Logged-INT to
                    WS-Sum-Logged-INT(WS-Sum-Idx-INT)
                add 1 to WS-Sum-Idx-INT
            end-perform

            move spaces to WS-Row-Label-STR
            move WS-Day-Date-STR(WS-Day-Idx-INT)(1:4) to
                WS-Row-Label-STR(1:4)
            move "-" to WS-Row-Label-STR(5:1)
            move WS-Day-Date-STR(WS-Day-Idx-INT)(5:2) to
                WS-Row-Label-STR(6:2)
            move "-" to WS-Row-Label-STR(8:1)
            move WS-Day-Date-STR(WS-Day-Idx-INT)(7:2) to
                WS-Row-Label-STR(9:2)
            move spaces to WS-Row-Flag-STR
            if WS-Row-Started-INT not = WS-Row-Logged-INT then
                move "  GAP" to WS-Row-Flag-STR
            else
                perform check-day-modes
                if WS-Mismatch-INT > 0 then
                    move "  GAP" to WS-Row-Flag-STR
                end-if
            end-if
            compute WS-Money-DEC =
                WS-Day-Cents-INT(WS-Day-Idx-INT) / 100
            move WS-Money-DEC to WS-Money-Edit
            move WS-Day-Coins-INT(WS-Day-Idx-INT) to WS-Count-Edit
            display "  " WS-Row-Label-STR " " WS-Count-Edit
                "  " WS-Money-Edit
                with no advancing
            move WS-Day-Issued-INT(WS-Day-Idx-INT) to WS-Count-Edit
            move WS-Day-Used-INT(WS-Day-Idx-INT) to WS-Count2-Edit
            display "  " WS-Count-Edit "  " WS-Count2-Edit
                with no advancing
            move WS-Day-Free-INT(WS-Day-Idx-INT) to WS-Count-Edit
            move WS-Row-Started-INT to WS-Count2-Edit
            display "  " WS-Count-Edit "  " WS-Count2-Edit
                with no advancing
            move WS-Row-Logged-INT to WS-Count-Edit
            display "  " WS-Count-Edit WS-Row-Flag-STR
        .

        print-sum-row section.
            compute WS-Money-DEC =
                WS-Sum-Cents-INT(WS-Sum-Idx-INT) / 100
            move WS-Money-DEC to WS-Money-Edit
            move WS-Sum-Coins-INT(WS-Sum-Idx-INT) to WS-Count-Edit
            display "  " WS-Row-Label-STR " " WS-Count-Edit
                "  " WS-Money-Edit
                with no advancing
            move WS-Sum-Issued-INT(WS-Sum-Idx-INT) to WS-Count-Edit
            move WS-Sum-Used-INT(WS-Sum-Idx-INT) to WS-Count2-Edit
            display "  " WS-Count-Edit "  " WS-Count2-Edit
                with no advancing
            move WS-Sum-Free-INT(WS-Sum-Idx-INT) to WS-Count-Edit
            move WS-Sum-Started-INT(WS-Sum-Idx-INT) to WS-Count2-Edit
            display "  " WS-Count-Edit "  " WS-Count2-Edit
                with no advancing
            move WS-Sum-Logged-INT(WS-Sum-Idx-INT) to WS-Count-Edit
            display "  " WS-Count-Edit
        .

        check-day-modes section.
            *> Day totals can agree while the modes don't (a 2P start
            *> logged as 1P would be a pricing leak)
            move 0 to WS-Mismatch-INT
            move 1 to WS-Mode-Idx-INT
            perform until WS-Mode-Idx-INT > 8
                if WS-Day-Started-INT(WS-Day-Idx-INT, WS-Mode-Idx-INT)
                    not = WS-Day-Logged-INT(WS-Day-Idx-INT,
                    WS-Mode-Idx-INT) then
                    add 1 to WS-Mismatch-INT
                end-if
                add 1 to WS-Mode-Idx-INT
            end-perform
        .

        print-gaps section.
            *> Every day and mode where rounds started and rounds
            *> logged disagree, with the credits those starts took
            display "Rounds started vs rounds logged"
            display "-----------------------------------------------"
                "----------------------------"
            move 0 to WS-Gap-Days-INT
            move 0 to WS-Gap-Lines-INT
            move 1 to WS-Day-Idx-INT
            perform until WS-Day-Idx-INT > WS-Day-Total-INT
                perform check-day-modes
                if WS-Mismatch-INT > 0 or
                    WS-Day-Untagged-INT(WS-Day-Idx-INT) > 0 then
                    add 1 to WS-Gap-Days-INT
                    perform print-day-gaps
                end-if
                add 1 to WS-Day-Idx-INT
            end-perform
            if WS-Gap-Lines-INT = 0 then
                display "  none -- every start has its logged round"
            else
                move WS-Gap-Days-INT to WS-Count-Edit
                display " "
                display "Days with a gap        :" WS-Count-Edit
            end-if
            display " "
        .

        print-day-gaps section.
            move 1 to WS-Mode-Idx-INT
            perform until WS-Mode-Idx-INT > 8
                if WS-Day-Started-INT(WS-Day-Idx-INT, WS-Mode-Idx-INT)
                    not = WS-Day-Logged-INT(WS-Day-Idx-INT,
                    WS-Mode-Idx-INT) then
                    add 1 to WS-Gap-Lines-INT
                    if WS-Day-Started-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT) >
                        WS-Day-Logged-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT) then
                        compute WS-Gap-Diff-INT =
                            WS-Day-Started-INT(WS-Day-Idx-INT,
                            WS-Mode-Idx-INT) -
                            WS-Day-Logged-INT(WS-Day-Idx-INT,
                            WS-Mode-Idx-INT)
                        move " not logged" to WS-Gap-Note-STR
                    else
                        compute WS-Gap-Diff-INT =
                            WS-Day-Logged-INT(WS-Day-Idx-INT,
                            WS-Mode-Idx-INT) -
                            WS-Day-Started-INT(WS-Day-Idx-INT,
                            WS-Mode-Idx-INT)
                        move " never started" to WS-Gap-Note-STR
                    end-if
                    move WS-Day-Started-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT) to WS-Count-Edit
                    move WS-Day-Logged-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT) to WS-Count2-Edit
                    display "  " WS-Day-Date-STR(WS-Day-Idx-INT)
                        "  " WS-Mode-Name-STR(WS-Mode-Idx-INT)
                        " started" WS-Count-Edit
                        " logged" WS-Count2-Edit
                        with no advancing
                    move WS-Day-Credits-INT(WS-Day-Idx-INT,
                        WS-Mode-Idx-INT) to WS-Count-Edit
                    move WS-Gap-Diff-INT to WS-Count2-Edit
                    display " credits" WS-Count-Edit
                        "  ->" WS-Count2-Edit WS-Gap-Note-STR
                end-if
                add 1 to WS-Mode-Idx-INT
            end-perform
            if WS-Day-Untagged-INT(WS-Day-Idx-INT) > 0 then
                add 1 to WS-Gap-Lines-INT
                move WS-Day-Untagged-INT(WS-Day-Idx-INT) to
                    WS-Count-Edit
                display "  " WS-Day-Date-STR(WS-Day-Idx-INT)
                    "  logged rounds with no mode:" WS-Count-Edit
            end-if
        .

        print-meters section.
            *> meters.dat against what coinlog.dat adds up to; they
            *> part company if either file was reset or restored
            display "Meters (meters.dat vs coinlog.dat)"
            display "-----------------------------------------------"
            if WS-Mtr-Found-BOOL = 0 then
                display "  meters.dat missing or unreadable"
                display " "
                exit section
            end-if
            move 0 to WS-Mismatch-INT
            display "                     METERS  COINLOG"
            move WS-Mtr-Coins-INT to WS-Count-Edit
            move WS-Log-Coins-INT to WS-Count2-Edit
            move "coins in" to WS-Gap-Note-STR
            perform print-meter-row
            move WS-Mtr-Issued-INT to WS-Count-Edit
            move WS-Log-Issued-INT to WS-Count2-Edit
            move "credits issued" to WS-Gap-Note-STR
            perform print-meter-row
            move WS-Mtr-Used-INT to WS-Count-Edit
            move WS-Log-Used-INT to WS-Count2-Edit
            move "credits used" to WS-Gap-Note-STR
            perform print-meter-row
            move WS-Mtr-Credits-INT to WS-Count-Edit
            move WS-Log-Balance-INT to WS-Count2-Edit
            move "credits on hand" to WS-Gap-Note-STR
            perform print-meter-row
            move 1 to WS-Mode-Idx-INT
            perform until WS-Mode-Idx-INT > 8
                move WS-Mtr-Rounds-INT(WS-Mode-Idx-INT) to
                    WS-Count-Edit
                move WS-Log-Starts-INT(WS-Mode-Idx-INT) to
                    WS-Count2-Edit
                move spaces to WS-Gap-Note-STR
                string
                    "starts " delimited by size
                    WS-Mode-Name-STR(WS-Mode-Idx-INT)
                        delimited by space
                    into WS-Gap-Note-STR
                end-string
                perform print-meter-row
                add 1 to WS-Mode-Idx-INT
            end-perform
            if WS-Mismatch-INT = 0 then
                display "  meters agree with coinlog.dat"
            else
                move WS-Mismatch-INT to WS-Credit-Edit
                display "  " WS-Credit-Edit
                    " meter(s) disagree -- see MISMATCH"
            end-if
            display " "
        .

        print-meter-row section.
            if WS-Count-Edit = WS-Count2-Edit then
                display "  " WS-Gap-Note-STR "    " WS-Count-Edit
                    "   " WS-Count2-Edit
            else
                add 1 to WS-Mismatch-INT
                display "  " WS-Gap-Note-STR "    " WS-Count-Edit
                    "   " WS-Count2-Edit "  MISMATCH"
            end-if
        .

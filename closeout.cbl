        identification division.
        program-id. closeout.

       *> End-of-day close-out for the daily challenge. Every date
       *> in daily.dat (and the dlyYYYYMM.arc files archive.cbl has
       *> moved older days into) that is over -- anything before
       *> today -- and not yet closed is finalised: its top 3
       *> players go into winners.dat, the permanent winners
       *> history, as
       *>   date(1:8) place(10:1) initials(12:3) score(16:5)
       *>   attempts(22:5)
       *> where attempts is how many tries that player had on the
       *> day. Places go to players, not attempts: a player's best
       *> score that day is their entry, and an equal score is
       *> settled by whoever reached it first -- the same order the
       *> Game Over screen's standings keep (see main.cbl's
       *> place-daily-entry).
       *>
       *> Then prints a winners notice for posting at the prize
       *> counter and a per-player list of participation (days
       *> played, current and longest run of consecutive days) and
       *> total wins and podium places.
       *>
       *> Safe to run more than once: winners.dat only ever grows by
       *> dates later than the last one it holds, the new history
       *> is written complete to winners.tmp and renamed into place,
       *> and a re-run with nothing new to close only reprints the
       *> notice for the last closed date. Run from the game
       *> directory after midnight.

        environment division.
        input-output section.
        file-control.
            select Daily-File assign to "daily.dat"
                organization line sequential
                file status is WS-DCH-Status.
            select Daily-Arch assign to dynamic WS-DC-Arch-STR
                organization line sequential
                file status is WS-DCA-Status.
            select Summary-File assign to "summary.dat"
                organization line sequential
                file status is WS-SUM-Status.
            select Winners-File assign to "winners.dat"
                organization line sequential
                file status is WS-WIN-Status.
            select Winners-New assign to "winners.tmp"
                organization line sequential
                file status is WS-WNN-Status.

        data division.
        file section.
        fd  Daily-File.
        01  DC-Record.
            05 DC-Date-STR          pic x(8).
            05 DC-Initials-STR      pic x(3).
            05 DC-Score-INT         pic 9(5).
        fd  Daily-Arch.
        01  DCA-Record              pic x(16).
        fd  Summary-File.
        01  SUM-Record              pic x(94).
        fd  Winners-File.
        01  WIN-Record              pic x(26).
        fd  Winners-New.
        01  WNN-Record              pic x(26).

        working-storage section.

        01 WS-DCH-Status           pic xx      value "00".
        01 WS-DCA-Status           pic xx      value "00".
        01 WS-SUM-Status           pic xx      value "00".
        01 WS-WIN-Status           pic xx      value "00".
        01 WS-WNN-Status           pic xx      value "00".

       *> One daily.dat record being tallied, wherever it came from
        01 WS-Rec-STR               pic x(16)   value spaces.
        01 WS-Rec-Date-STR          pic x(8)    value spaces.
        01 WS-Rec-Date-NUM          pic 9(8)    value 0.
        01 WS-Rec-Day-INT           pic 9(7)    value 0.
        01 WS-Rec-Inits-STR         pic x(3)    value spaces.
        01 WS-Rec-Score-INT         pic 9(5)    value 0.
        01 WS-Rec-Seq-INT           pic 9(7)    value 0.
        01 WS-Rec-Total-INT         pic 9(7)    value 0.
        01 WS-Rec-Bad-INT           pic 9(7)    value 0.

       *> Archive discovery: dlyYYYYMM.arc is written in the same
       *> archive.cbl run as glogYYYYMM.arc, named for the month the
       *> job ran in and holding records from before it, so the
       *> names that can exist run from the month after the
       *> earliest summary.dat (or winners.dat) month up to the
       *> current one. They are read oldest first, then daily.dat,
       *> which keeps the records in the order they were played.
        01 WS-DC-Arch-STR           pic x(13)   value spaces.
        01 WS-Today-STR             pic x(21)   value spaces.
        01 WS-Today-NUM             pic 9(8)    value 0.
        01 WS-Today-Day-INT         pic 9(7)    value 0.
        01 WS-First-Month-STR       pic x(6)    value spaces.
        01 WS-Arc-Month-STR         pic x(6)    value spaces.
        01 WS-Arc-Year-INT          pic 9(4)    value 0.
        01 WS-Arc-Mon-INT           pic 9(2)    value 0.
        01 WS-Arc-Files-INT         pic 9(3)    value 0.

       *> winners.dat as it stood: every row is carried into the
       *> new copy, and the latest date in it is the close-out high
       *> water mark -- no date at or before it is closed again
        01 WS-Closed-Thru-STR       pic x(8)    value spaces.
        01 WS-Hist-Rows-INT         pic 9(7)    value 0.
        01 WS-Hist-Line-STR         pic x(26)   value spaces.

       *> Finished, unclosed dates found in the daily records, kept
       *> in date order. Incomplete = a record for the date arrived
       *> after the player table below was full, so the date can't
       *> be closed this run.
        01 WS-Date-Table.
            05 WS-Date-Entry        occurs 400 times.
                10 WS-Date-STR      pic x(8).
                10 WS-Date-Tries-INT pic 9(5).
                10 WS-Date-Part-BOOL pic 9.
        01 WS-Date-Total-INT        pic 9(3)    value 0.
        01 WS-Date-Idx-INT          pic 9(3)    value 0.
        01 WS-Date-Shift-INT        pic 9(3)    value 0.
        01 WS-Date-Found-BOOL       pic 9       value 0.
        01 WS-Date-Over-INT         pic 9(7)    value 0.

       *> One row per player per unclosed date: best score, the
       *> record number it was first reached on (the tie-break) and
       *> the number of attempts
        01 WS-Entry-Table.
            05 WS-Ent-Entry         occurs 3000 times.
                10 WS-Ent-Date-STR  pic x(8).
                10 WS-Ent-Inits-STR pic x(3).
                10 WS-Ent-Best-INT  pic 9(5).
                10 WS-Ent-Seq-INT   pic 9(7).
                10 WS-Ent-Tries-INT pic 9(5).
                10 WS-Ent-Placed-BOOL pic 9.
        01 WS-Ent-Total-INT         pic 9(4)    value 0.
        01 WS-Ent-Idx-INT           pic 9(4)    value 0.
        01 WS-Ent-Found-BOOL        pic 9       value 0.
        01 WS-Ent-Pick-INT          pic 9(4)    value 0.

       *> Per player across all history: days played, the running
       *> and longest streak of consecutive days, and wins/podium
       *> places from winners.dat (this run's included)
        01 WS-Plr-Table.
            05 WS-Plr-Entry         occurs 300 times.
                10 WS-Plr-Inits-STR pic x(3).
                10 WS-Plr-Days-INT  pic 9(5).
                10 WS-Plr-Last-INT  pic 9(7).
                10 WS-Plr-Run-INT   pic 9(5).
                10 WS-Plr-Long-INT  pic 9(5).
                10 WS-Plr-Wins-INT  pic 9(5).
                10 WS-Plr-Top3-INT  pic 9(5).
        01 WS-Plr-Total-INT         pic 9(3)    value 0.
        01 WS-Plr-Idx-INT           pic 9(3)    value 0.
        01 WS-Plr-Found-BOOL        pic 9       value 0.
        01 WS-Plr-Over-INT          pic 9(5)    value 0.
        01 WS-Plr-Key-STR           pic x(3)    value spaces.
        01 WS-Plr-Cur-INT           pic 9(5)    value 0.

       *> Winners picked this run, for the notice and the history
        01 WS-New-Table.
            05 WS-New-Entry         occurs 1200 times.
                10 WS-New-Date-STR  pic x(8).
                10 WS-New-Place-INT pic 9.
                10 WS-New-Inits-STR pic x(3).
                10 WS-New-Score-INT pic 9(5).
                10 WS-New-Tries-INT pic 9(5).
        01 WS-New-Total-INT         pic 9(4)    value 0.
        01 WS-New-Idx-INT           pic 9(4)    value 0.
        01 WS-Closed-INT            pic 9(3)    value 0.
        01 WS-Pending-INT           pic 9(3)    value 0.
        01 WS-Stop-BOOL             pic 9       value 0.
        01 WS-Write-OK-BOOL         pic 9       value 1.
        01 WS-Place-INT             pic 9       value 0.
        01 WS-Notice-Date-STR       pic x(8)    value spaces.

        01 WS-Old-Name-STR          pic x(14)   value spaces.
        01 WS-New-Name-STR          pic x(14)   value spaces.
        01 WS-Rename-Status-INT     pic 9(4)    value 0.
        01 WS-Section-Count-INT     pic 9(5)    value 0.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-Score-Edit            pic zzzz9.
        01 WS-Tries-Edit            pic zzz9.
        01 WS-Days-Edit             pic zzzz9.
        01 WS-Run-Edit              pic zzzz9.
        01 WS-Long-Edit             pic zzzz9.
        01 WS-Wins-Edit             pic zzzz9.
        01 WS-Top3-Edit             pic zzzz9.
        01 WS-Place-STR             pic x(3)    value spaces.

        procedure division.
        main-procedure.

        move function current-date to WS-Today-STR.
        move WS-Today-STR(1:8) to WS-Today-NUM.
        compute WS-Today-Day-INT =
            function integer-of-date(WS-Today-NUM).
        display "===============================================".
        display " CobSnake daily challenge close-out".
        display "===============================================".

        perform load-winners.
        perform find-first-month.
        perform scan-daily.
        perform close-dates.
        if WS-New-Total-INT > 0 then
            perform save-winners
        end-if.

        perform print-summary.
        perform print-notice.
        perform print-players.

        stop run.

        load-winners section.
            *> The history so far: high water mark, and each
            *> player's wins and podium places
            move spaces to WS-Closed-Thru-STR
            move 0 to WS-Hist-Rows-INT
            open input Winners-File
            if WS-WIN-Status not = "00" then
                exit section
            end-if
            perform until WS-WIN-Status not = "00"
                read Winners-File
                if WS-WIN-Status = "00" and
                    WIN-Record(1:8) is numeric and
                    WIN-Record(10:1) is numeric then
                    add 1 to WS-Hist-Rows-INT
                    if WIN-Record(1:8) > WS-Closed-Thru-STR or
                        WS-Closed-Thru-STR = spaces then
                        move WIN-Record(1:8) to WS-Closed-Thru-STR
                    end-if
                    move WIN-Record(12:3) to WS-Plr-Key-STR
                    perform find-or-add-player
                    if WS-Plr-Found-BOOL = 1 then
                        add 1 to WS-Plr-Top3-INT(WS-Plr-Idx-INT)
                        if WIN-Record(10:1) = "1" then
                            add 1 to WS-Plr-Wins-INT(WS-Plr-Idx-INT)
                        end-if
                    end-if
                end-if
            end-perform
            close Winners-File
        .

        find-first-month section.
            move spaces to WS-First-Month-STR
            if WS-Closed-Thru-STR not = spaces then
                move WS-Closed-Thru-STR(1:6) to WS-First-Month-STR
            end-if
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

        scan-daily section.
            *> Archives oldest first, then the live file
            if WS-First-Month-STR not = spaces then
                move WS-First-Month-STR to WS-Arc-Month-STR
                perform next-arc-month
                perform until WS-Arc-Month-STR > WS-Today-STR(1:6)
                    move spaces to WS-DC-Arch-STR
                    string
                        "dly" delimited by size
                        WS-Arc-Month-STR delimited by size
                        ".arc" delimited by size
                        into WS-DC-Arch-STR
                    end-string
                    open input Daily-Arch
                    if WS-DCA-Status = "00" then
                        add 1 to WS-Arc-Files-INT
                        perform until WS-DCA-Status not = "00"
                            read Daily-Arch
                            if WS-DCA-Status = "00" then
                                move DCA-Record to WS-Rec-STR
                                perform tally-record
                            end-if
                        end-perform
                        close Daily-Arch
                    end-if
                    perform next-arc-month
                end-perform
            end-if

            open input Daily-File
            if WS-DCH-Status = "00" then
                perform until WS-DCH-Status not = "00"
                    read Daily-File
                    if WS-DCH-Status = "00" then
                        move DC-Record to WS-Rec-STR
                        perform tally-record
                    end-if
                end-perform
                close Daily-File
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

        tally-record section.
            *> Streaks count every attempt ever made; the close-out
            *> tables only take finished dates past the high water
            *> mark
            if WS-Rec-STR(1:8) is not numeric or
                WS-Rec-STR(12:5) is not numeric or
                WS-Rec-STR(9:3) = spaces or
                WS-Rec-STR(9:3) = "---" then
                add 1 to WS-Rec-Bad-INT
                exit section
            end-if
            move WS-Rec-STR(1:8) to WS-Rec-Date-STR
            move WS-Rec-STR(1:8) to WS-Rec-Date-NUM
            if function test-date-yyyymmdd(WS-Rec-Date-NUM) not = 0
                then
                add 1 to WS-Rec-Bad-INT
                exit section
            end-if
            move WS-Rec-STR(9:3) to WS-Rec-Inits-STR
            move WS-Rec-STR(12:5) to WS-Rec-Score-INT
            add 1 to WS-Rec-Total-INT
            move WS-Rec-Total-INT to WS-Rec-Seq-INT

            perform tally-streak

            if WS-Rec-Date-STR not < WS-Today-STR(1:8) then
                exit section
            end-if
            if WS-Closed-Thru-STR not = spaces and
                WS-Rec-Date-STR not > WS-Closed-Thru-STR then
                exit section
            end-if
            perform find-or-add-date
            if WS-Date-Found-BOOL = 0 then
                add 1 to WS-Date-Over-INT
                exit section
            end-if
            add 1 to WS-Date-Tries-INT(WS-Date-Idx-INT)
            perform find-or-add-entry
            if WS-Ent-Found-BOOL = 0 then
                move 1 to WS-Date-Part-BOOL(WS-Date-Idx-INT)
                exit section
            end-if
            add 1 to WS-Ent-Tries-INT(WS-Ent-Idx-INT)
            if WS-Rec-Score-INT > WS-Ent-Best-INT(WS-Ent-Idx-INT)
                or WS-Ent-Tries-INT(WS-Ent-Idx-INT) = 1 then
                move WS-Rec-Score-INT to
                    WS-Ent-Best-INT(WS-Ent-Idx-INT)
                move WS-Rec-Seq-INT to
                    WS-Ent-Seq-INT(WS-Ent-Idx-INT)
            end-if
        .

        tally-streak section.
            *> A day counts once however many attempts it had; a
            *> record older than the player's last day (a restored
            *> or merged file) doesn't move the streak
            move WS-Rec-Inits-STR to WS-Plr-Key-STR
            perform find-or-add-player
            if WS-Plr-Found-BOOL = 0 then
                exit section
            end-if
            compute WS-Rec-Day-INT =
                function integer-of-date(WS-Rec-Date-NUM)
            if WS-Rec-Day-INT not > WS-Plr-Last-INT(WS-Plr-Idx-INT)
                then
                exit section
            end-if
            add 1 to WS-Plr-Days-INT(WS-Plr-Idx-INT)
            if WS-Plr-Last-INT(WS-Plr-Idx-INT) > 0 and
                WS-Rec-Day-INT =
                    WS-Plr-Last-INT(WS-Plr-Idx-INT) + 1 then
                add 1 to WS-Plr-Run-INT(WS-Plr-Idx-INT)
            else
                move 1 to WS-Plr-Run-INT(WS-Plr-Idx-INT)
            end-if
            move WS-Rec-Day-INT to WS-Plr-Last-INT(WS-Plr-Idx-INT)
            if WS-Plr-Run-INT(WS-Plr-Idx-INT) >
                WS-Plr-Long-INT(WS-Plr-Idx-INT) then
                move WS-Plr-Run-INT(WS-Plr-Idx-INT) to
                    WS-Plr-Long-INT(WS-Plr-Idx-INT)
            end-if
        .

        find-or-add-player section.
            move 0 to WS-Plr-Found-BOOL
            move 1 to WS-Plr-Idx-INT
            perform until WS-Plr-Idx-INT > WS-Plr-Total-INT or
                WS-Plr-Found-BOOL = 1
                if WS-Plr-Inits-STR(WS-Plr-Idx-INT) = WS-Plr-Key-STR
                    then
                    move 1 to WS-Plr-Found-BOOL
                else
                    add 1 to WS-Plr-Idx-INT
                end-if
            end-perform
            if WS-Plr-Found-BOOL = 1 then
                exit section
            end-if
            if WS-Plr-Total-INT = 300 then
                add 1 to WS-Plr-Over-INT
                exit section
            end-if
            add 1 to WS-Plr-Total-INT
            move WS-Plr-Total-INT to WS-Plr-Idx-INT
            move WS-Plr-Key-STR to WS-Plr-Inits-STR(WS-Plr-Idx-INT)
            move 0 to WS-Plr-Days-INT(WS-Plr-Idx-INT)
            move 0 to WS-Plr-Last-INT(WS-Plr-Idx-INT)
            move 0 to WS-Plr-Run-INT(WS-Plr-Idx-INT)
            move 0 to WS-Plr-Long-INT(WS-Plr-Idx-INT)
            move 0 to WS-Plr-Wins-INT(WS-Plr-Idx-INT)
            move 0 to WS-Plr-Top3-INT(WS-Plr-Idx-INT)
            move 1 to WS-Plr-Found-BOOL
        .

        find-or-add-date section.
            *> Kept in date order, so a record that arrives out of
            *> order still closes in the right sequence
            move 0 to WS-Date-Found-BOOL
            move 1 to WS-Date-Idx-INT
            perform until WS-Date-Idx-INT > WS-Date-Total-INT or
                WS-Date-STR(WS-Date-Idx-INT) not < WS-Rec-Date-STR
                add 1 to WS-Date-Idx-INT
            end-perform
            if WS-Date-Idx-INT not > WS-Date-Total-INT then
                if WS-Date-STR(WS-Date-Idx-INT) = WS-Rec-Date-STR
                    then
                    move 1 to WS-Date-Found-BOOL
                    exit section
                end-if
            end-if
            if WS-Date-Total-INT = 400 then
                exit section
            end-if
            add 1 to WS-Date-Total-INT
            move WS-Date-Total-INT to WS-Date-Shift-INT
            perform until WS-Date-Shift-INT = WS-Date-Idx-INT
                move WS-Date-Entry(WS-Date-Shift-INT - 1) to
                    WS-Date-Entry(WS-Date-Shift-INT)
                subtract 1 from WS-Date-Shift-INT
            end-perform
            move WS-Rec-Date-STR to WS-Date-STR(WS-Date-Idx-INT)
            move 0 to WS-Date-Tries-INT(WS-Date-Idx-INT)
            move 0 to WS-Date-Part-BOOL(WS-Date-Idx-INT)
            move 1 to WS-Date-Found-BOOL
        .

        find-or-add-entry section.
            move 0 to WS-Ent-Found-BOOL
            move 1 to WS-Ent-Idx-INT
            perform until WS-Ent-Idx-INT > WS-Ent-Total-INT or
                WS-Ent-Found-BOOL = 1
                if WS-Ent-Date-STR(WS-Ent-Idx-INT) = WS-Rec-Date-STR
                    and WS-Ent-Inits-STR(WS-Ent-Idx-INT) =
                        WS-Rec-Inits-STR then
                    move 1 to WS-Ent-Found-BOOL
                else
                    add 1 to WS-Ent-Idx-INT
                end-if
            end-perform
            if WS-Ent-Found-BOOL = 1 then
                exit section
            end-if
            if WS-Ent-Total-INT = 3000 then
                exit section
            end-if
            add 1 to WS-Ent-Total-INT
            move WS-Ent-Total-INT to WS-Ent-Idx-INT
            move WS-Rec-Date-STR to WS-Ent-Date-STR(WS-Ent-Idx-INT)
            move WS-Rec-Inits-STR to WS-Ent-Inits-STR(WS-Ent-Idx-INT)
            move 0 to WS-Ent-Best-INT(WS-Ent-Idx-INT)
            move 0 to WS-Ent-Seq-INT(WS-Ent-Idx-INT)
            move 0 to WS-Ent-Tries-INT(WS-Ent-Idx-INT)
            move 0 to WS-Ent-Placed-BOOL(WS-Ent-Idx-INT)
            move 1 to WS-Ent-Found-BOOL
        .

        close-dates section.
            *> Oldest first; the first date that couldn't be tallied
            *> in full stops the close-out there, so the high water
            *> mark never passes a date that still needs closing
            move 0 to WS-Stop-BOOL
            move 1 to WS-Date-Idx-INT
            perform until WS-Date-Idx-INT > WS-Date-Total-INT
                if WS-Date-Part-BOOL(WS-Date-Idx-INT) = 1 then
                    move 1 to WS-Stop-BOOL
                end-if
                if WS-Stop-BOOL = 1 then
                    add 1 to WS-Pending-INT
                else
                    add 1 to WS-Closed-INT
                    move 1 to WS-Place-INT
                    perform pick-place
                    move 2 to WS-Place-INT
                    perform pick-place
                    move 3 to WS-Place-INT
                    perform pick-place
                end-if
                add 1 to WS-Date-Idx-INT
            end-perform
            if WS-Date-Over-INT > 0 and WS-Pending-INT = 0 then
                add 1 to WS-Pending-INT
            end-if
        .

        pick-place section.
            *> Best unplaced player on the date: higher score, or
            *> the same score reached earlier
            move 0 to WS-Ent-Pick-INT
            move 1 to WS-Ent-Idx-INT
            perform until WS-Ent-Idx-INT > WS-Ent-Total-INT
                if WS-Ent-Date-STR(WS-Ent-Idx-INT) =
                    WS-Date-STR(WS-Date-Idx-INT) and
                    WS-Ent-Placed-BOOL(WS-Ent-Idx-INT) = 0 then
                    if WS-Ent-Pick-INT = 0 then
                        move WS-Ent-Idx-INT to WS-Ent-Pick-INT
                    else
                        if WS-Ent-Best-INT(WS-Ent-Idx-INT) >
                            WS-Ent-Best-INT(WS-Ent-Pick-INT) or
                            (WS-Ent-Best-INT(WS-Ent-Idx-INT) =
                                WS-Ent-Best-INT(WS-Ent-Pick-INT) and
                            WS-Ent-Seq-INT(WS-Ent-Idx-INT) <
                                WS-Ent-Seq-INT(WS-Ent-Pick-INT)) then
                            move WS-Ent-Idx-INT to WS-Ent-Pick-INT
                        end-if
                    end-if
                end-if
                add 1 to WS-Ent-Idx-INT
            end-perform
            if WS-Ent-Pick-INT = 0 or WS-New-Total-INT = 1200 then
                exit section
            end-if

            move 1 to WS-Ent-Placed-BOOL(WS-Ent-Pick-INT)
            add 1 to WS-New-Total-INT
            move WS-Date-STR(WS-Date-Idx-INT) to
                WS-New-Date-STR(WS-New-Total-INT)
            move WS-Place-INT to WS-New-Place-INT(WS-New-Total-INT)
            move WS-Ent-Inits-STR(WS-Ent-Pick-INT) to
                WS-New-Inits-STR(WS-New-Total-INT)
            move WS-Ent-Best-INT(WS-Ent-Pick-INT) to
                WS-New-Score-INT(WS-New-Total-INT)
            move WS-Ent-Tries-INT(WS-Ent-Pick-INT) to
                WS-New-Tries-INT(WS-New-Total-INT)

            move WS-Ent-Inits-STR(WS-Ent-Pick-INT) to WS-Plr-Key-STR
            perform find-or-add-player
            if WS-Plr-Found-BOOL = 1 then
                add 1 to WS-Plr-Top3-INT(WS-Plr-Idx-INT)
                if WS-Place-INT = 1 then
                    add 1 to WS-Plr-Wins-INT(WS-Plr-Idx-INT)
                end-if
            end-if
        .

        save-winners section.
            *> Old history plus this run's rows to winners.tmp, then
            *> renamed over winners.dat -- a failure anywhere leaves
            *> the old history in place and the dates still open
            move 1 to WS-Write-OK-BOOL
            open output Winners-New
            if WS-WNN-Status not = "00" then
                display "closeout: cannot open winners.tmp (status "
                    WS-WNN-Status ")"
                move 0 to WS-Write-OK-BOOL
            else
                open input Winners-File
                if WS-WIN-Status = "00" then
                    perform until WS-WIN-Status not = "00"
                        read Winners-File
                        if WS-WIN-Status = "00" then
                            move WIN-Record to WNN-Record
                            write WNN-Record
                        end-if
                    end-perform
                    close Winners-File
                end-if
                move 1 to WS-New-Idx-INT
                perform until WS-New-Idx-INT > WS-New-Total-INT
                    perform build-history-line
                    move WS-Hist-Line-STR to WNN-Record
                    write WNN-Record
                    if WS-WNN-Status not = "00" then
                        move 0 to WS-Write-OK-BOOL
                    end-if
                    add 1 to WS-New-Idx-INT
                end-perform
                close Winners-New
            end-if

            if WS-Write-OK-BOOL = 1 then
                move "winners.tmp" to WS-Old-Name-STR
                move "winners.dat" to WS-New-Name-STR
                call "CBL_RENAME_FILE" using
                    WS-Old-Name-STR WS-New-Name-STR
                    returning WS-Rename-Status-INT
                end-call
                if WS-Rename-Status-INT not = 0 then
                    move 0 to WS-Write-OK-BOOL
                end-if
            end-if
            if WS-Write-OK-BOOL = 1 then
                move WS-New-Date-STR(WS-New-Total-INT) to
                    WS-Closed-Thru-STR
            else
                display "closeout: winners.dat not updated;"
                    " no dates closed"
                move 8 to return-code
                move 0 to WS-Closed-INT
                move 0 to WS-New-Total-INT
            end-if
        .

        build-history-line section.
            move spaces to WS-Hist-Line-STR
            move WS-New-Date-STR(WS-New-Idx-INT) to
                WS-Hist-Line-STR(1:8)
            move WS-New-Place-INT(WS-New-Idx-INT) to
                WS-Hist-Line-STR(10:1)
            move WS-New-Inits-STR(WS-New-Idx-INT) to
                WS-Hist-Line-STR(12:3)
            move WS-New-Score-INT(WS-New-Idx-INT) to
                WS-Hist-Line-STR(16:5)
            move WS-New-Tries-INT(WS-New-Idx-INT) to
                WS-Hist-Line-STR(22:5)
        .

        print-summary section.
            move WS-Rec-Total-INT to WS-Count-Edit
            display "Daily attempts read  :" WS-Count-Edit
            move WS-Arc-Files-INT to WS-Count-Edit
            display "Daily archives read  :" WS-Count-Edit
            if WS-Rec-Bad-INT > 0 then
                move WS-Rec-Bad-INT to WS-Count-Edit
                display "Unusable records     :" WS-Count-Edit
            end-if
            if WS-Closed-Thru-STR not = spaces then
                display "Closed through       :   " WS-Closed-Thru-STR
            end-if
            move WS-Closed-INT to WS-Count-Edit
            display "Dates closed now     :" WS-Count-Edit
            if WS-Pending-INT > 0 then
                move WS-Pending-INT to WS-Count-Edit
                display "Dates left for rerun :" WS-Count-Edit
                    "  (too many to close in one run)"
            end-if
            if WS-Plr-Over-INT > 0 then
                move WS-Plr-Over-INT to WS-Count-Edit
                display "Players past 300 ignored:" WS-Count-Edit
            end-if
            display " "
        .

        print-notice section.
            *> The sheet for the prize counter: every date closed
            *> this run, or on a re-run the last date already closed
            display "==============================================="
            display " DAILY CHALLENGE WINNERS"
            display "==============================================="
            if WS-New-Total-INT = 0 then
                perform load-last-winners
                if WS-New-Total-INT = 0 then
                    display "  none"
                    display " "
                    exit section
                end-if
                display "(already closed -- reprinted)"
            end-if
            move spaces to WS-Notice-Date-STR
            move 1 to WS-New-Idx-INT
            perform until WS-New-Idx-INT > WS-New-Total-INT
                if WS-New-Date-STR(WS-New-Idx-INT) not =
                    WS-Notice-Date-STR then
                    move WS-New-Date-STR(WS-New-Idx-INT) to
                        WS-Notice-Date-STR
                    display " "
                    display "Challenge of "
                        WS-Notice-Date-STR(1:4) "-"
                        WS-Notice-Date-STR(5:2) "-"
                        WS-Notice-Date-STR(7:2)
                end-if
                evaluate WS-New-Place-INT(WS-New-Idx-INT)
                    when 1
                        move "1st" to WS-Place-STR
                    when 2
                        move "2nd" to WS-Place-STR
                    when other
                        move "3rd" to WS-Place-STR
                end-evaluate
                move WS-New-Score-INT(WS-New-Idx-INT) to
                    WS-Score-Edit
                move WS-New-Tries-INT(WS-New-Idx-INT) to
                    WS-Tries-Edit
                display "  " WS-Place-STR "  "
                    WS-New-Inits-STR(WS-New-Idx-INT)
                    "  score" WS-Score-Edit
                    "  in" WS-Tries-Edit " attempt(s)"
                add 1 to WS-New-Idx-INT
            end-perform
            display " "
            display "Winners: please see staff with your initials to"
            display "collect your prize."
            display " "
        .

        load-last-winners section.
            *> Reprint source: the rows of the latest closed date
            if WS-Closed-Thru-STR = spaces then
                exit section
            end-if
            open input Winners-File
            if WS-WIN-Status not = "00" then
                exit section
            end-if
            perform until WS-WIN-Status not = "00"
                read Winners-File
                if WS-WIN-Status = "00" and
                    WIN-Record(1:8) = WS-Closed-Thru-STR and
                    WIN-Record(10:1) is numeric and
                    WS-New-Total-INT < 1200 then
                    add 1 to WS-New-Total-INT
                    move WIN-Record(1:8) to
                        WS-New-Date-STR(WS-New-Total-INT)
                    move WIN-Record(10:1) to
                        WS-New-Place-INT(WS-New-Total-INT)
                    move WIN-Record(12:3) to
                        WS-New-Inits-STR(WS-New-Total-INT)
                    move 0 to WS-New-Score-INT(WS-New-Total-INT)
                    move 0 to WS-New-Tries-INT(WS-New-Total-INT)
                    if WIN-Record(16:5) is numeric then
                        move WIN-Record(16:5) to
                            WS-New-Score-INT(WS-New-Total-INT)
                    end-if
                    if WIN-Record(22:5) is numeric then
                        move WIN-Record(22:5) to
                            WS-New-Tries-INT(WS-New-Total-INT)
                    end-if
                end-if
            end-perform
            close Winners-File
        .

        print-players section.
            *> Current streak only counts if it runs up to yesterday
            *> or today -- a player who missed yesterday is on 0
            display "Daily challenge players"
            display "-----------------------------------------------"
            display "INI   DAYS  STREAK LONGEST   WINS   TOP 3"
            move 0 to WS-Section-Count-INT
            move 1 to WS-Plr-Idx-INT
            perform until WS-Plr-Idx-INT > WS-Plr-Total-INT
                if WS-Plr-Days-INT(WS-Plr-Idx-INT) > 0 or
                    WS-Plr-Top3-INT(WS-Plr-Idx-INT) > 0 then
                    add 1 to WS-Section-Count-INT
                    move 0 to WS-Plr-Cur-INT
                    if WS-Plr-Last-INT(WS-Plr-Idx-INT) + 1 not <
                        WS-Today-Day-INT then
                        move WS-Plr-Run-INT(WS-Plr-Idx-INT) to
                            WS-Plr-Cur-INT
                    end-if
                    move WS-Plr-Days-INT(WS-Plr-Idx-INT) to
                        WS-Days-Edit
                    move WS-Plr-Cur-INT to WS-Run-Edit
                    move WS-Plr-Long-INT(WS-Plr-Idx-INT) to
                        WS-Long-Edit
                    move WS-Plr-Wins-INT(WS-Plr-Idx-INT) to
                        WS-Wins-Edit
                    move WS-Plr-Top3-INT(WS-Plr-Idx-INT) to
                        WS-Top3-Edit
                    display WS-Plr-Inits-STR(WS-Plr-Idx-INT) " "
                        WS-Days-Edit "   " WS-Run-Edit "   "
                        WS-Long-Edit "  " WS-Wins-Edit "   "
                        WS-Top3-Edit
                end-if
                add 1 to WS-Plr-Idx-INT
            end-perform
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
        .

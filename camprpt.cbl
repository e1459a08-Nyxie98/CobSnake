        identification division.
        program-id. camprpt.

       *> Campaign attrition report over camprun.dat, the run log the
       *> game writes in campaign mode: an L line each time a level's
       *> target is met and an E line when the run ends,
       *>   type(1:1) initials(3:3) run-start(7:14) level(22:2)
       *>   layout(25:12) tick(38:6) length(45:3) cause(49:10)
       *> where tick counts the run's movement ticks and the E
       *> line's cause is the death cause or COMPLETE.
       *>
       *> Prints each level's funnel -- one row per level number and
       *> layout file, so a layout swapped into a campaign.dat slot
       *> gets its own row: runs that reached it, runs that cleared
       *> it, the clear rate, the median ticks spent on the level by
       *> the runs that cleared it, and the death cause that ended
       *> the most runs there -- then the deaths on each level by
       *> cause. A run whose E line never arrived (the player backed
       *> out to the menu, or the power went) is counted as
       *> unfinished: the levels it cleared still count, but the
       *> level it was on is not counted as reached. Run from the
       *> game directory.

        environment division.
        input-output section.
        file-control.
            select Camprun-File assign to "camprun.dat"
                organization line sequential
                file status is WS-CRN-Status.

        data division.
        file section.
        fd  Camprun-File.
        01  CRN-Record              pic x(58).

        working-storage section.

        01 WS-CRN-Status           pic xx      value "00".

       *> One camprun.dat line
        01 WS-Rec-Type-STR          pic x       value spaces.
        01 WS-Rec-Key-STR           pic x(18)   value spaces.
        01 WS-Rec-Level-INT         pic 9(2)    value 0.
        01 WS-Rec-Layout-STR        pic x(12)   value spaces.
        01 WS-Rec-Tick-INT          pic 9(6)    value 0.
        01 WS-Rec-Cause-STR         pic x(10)   value spaces.
        01 WS-Rec-Total-INT         pic 9(7)    value 0.
        01 WS-Rec-Bad-INT           pic 9(7)    value 0.

       *> The run being followed: initials + start stamp, whether
       *> its E line has been seen, and the level/tick of its last
       *> clear (the start of the time on the next level)
        01 WS-Run-Key-STR           pic x(18)   value spaces.
        01 WS-Run-Ended-BOOL        pic 9       value 0.
        01 WS-Run-Level-INT         pic 9(2)    value 0.
        01 WS-Run-Tick-INT          pic 9(6)    value 0.
        01 WS-Runs-INT              pic 9(7)    value 0.
        01 WS-Runs-Done-INT         pic 9(7)    value 0.
        01 WS-Runs-Open-INT         pic 9(7)    value 0.

       *> One row per level + layout, 99 at most (slot 100 is the
       *> spare for sort-levels). Deaths by cause: BORDER, SELF,
       *> OBSTACLE, OTHERSNAKE, anything else.
        01 WS-Lvl-Table.
            05 WS-Lvl-Entry         occurs 100 times.
                10 WS-Lvl-Level-INT pic 9(2).
                10 WS-Lvl-Layout-STR pic x(12).
                10 WS-Lvl-Reached-INT pic 9(7).
                10 WS-Lvl-Cleared-INT pic 9(7).
                10 WS-Lvl-Died-INT  pic 9(7) occurs 5 times.
        01 WS-Lvl-Total-INT         pic 9(3)    value 0.
        01 WS-Lvl-Idx-INT           pic 9(3)    value 0.
        01 WS-Lvl-Shift-INT         pic 9(3)    value 0.
        01 WS-Lvl-Found-BOOL        pic 9       value 0.
        01 WS-Lvl-Over-INT          pic 9(7)    value 0.
        01 WS-Cause-Idx-INT         pic 9       value 0.
        01 WS-Cause-Top-INT         pic 9       value 0.
        01 WS-Cause-Names.
            05 filler pic x(10) value "BORDER".
            05 filler pic x(10) value "SELF".
            05 filler pic x(10) value "OBSTACLE".
            05 filler pic x(10) value "OTHERSNAKE".
            05 filler pic x(10) value "OTHER".
        01 WS-Cause-Name-Table redefines WS-Cause-Names.
            05 WS-Cause-Name-STR    pic x(10) occurs 5 times.

       *> Ticks each clear took, tagged with its level row; the
       *> median sorts one row's times into the work table
        01 WS-Clr-Table.
            05 WS-Clr-Entry         occurs 9999 times.
                10 WS-Clr-Row-INT   pic 9(3).
                10 WS-Clr-Ticks-INT pic 9(6).
        01 WS-Clr-Total-INT         pic 9(4)    value 0.
        01 WS-Clr-Idx-INT           pic 9(4)    value 0.
        01 WS-Clr-Over-INT          pic 9(7)    value 0.
        01 WS-Med-Table.
            05 WS-Med-Ticks-INT     pic 9(6) occurs 9999 times.
        01 WS-Med-Total-INT         pic 9(4)    value 0.
        01 WS-Med-Idx-INT           pic 9(4)    value 0.
        01 WS-Med-Pos-INT           pic 9(4)    value 0.
        01 WS-Med-Hold-INT          pic 9(6)    value 0.
        01 WS-Med-Stop-BOOL         pic 9       value 0.
        01 WS-Median-INT            pic 9(6)    value 0.

        01 WS-Rate-INT              pic 9(3)    value 0.
        01 WS-Section-Count-INT     pic 9(5)    value 0.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-Reached-Edit          pic zzzzz9.
        01 WS-Cleared-Edit          pic zzzzz9.
        01 WS-Rate-Edit             pic zz9.
        01 WS-Median-Edit           pic zzzzz9.
        01 WS-Level-Edit            pic z9.
        01 WS-Died-Edit             pic zzzzz9 occurs 5 times.

        procedure division.
        main-procedure.

        display "===============================================".
        display " CobSnake campaign attrition report".
        display "===============================================".

        perform read-runs.
        perform print-summary.
        perform print-funnel.
        perform print-deaths.

        stop run.

        read-runs section.
            open input Camprun-File
            if WS-CRN-Status not = "00" then
                display "camprpt: cannot open camprun.dat (status "
                    WS-CRN-Status ")"
                *> No campaign played yet is not a failure
                if WS-CRN-Status not = "35" then
                    move 8 to return-code
                end-if
                stop run
            end-if
            perform until WS-CRN-Status not = "00"
                read Camprun-File
                if WS-CRN-Status = "00" then
                    perform tally-line
                end-if
            end-perform
            close Camprun-File
            *> The last run in the file may still be unfinished
            if WS-Run-Key-STR not = spaces and
                WS-Run-Ended-BOOL = 0 then
                add 1 to WS-Runs-Open-INT
            end-if
        .

        tally-line section.
            if (CRN-Record(1:1) not = "L" and
                CRN-Record(1:1) not = "E") or
                CRN-Record(3:3) = spaces or
                CRN-Record(7:14) is not numeric or
                CRN-Record(22:2) is not numeric or
                CRN-Record(38:6) is not numeric or
                CRN-Record(22:2) = "00" then
                add 1 to WS-Rec-Bad-INT
                exit section
            end-if
            add 1 to WS-Rec-Total-INT
            move CRN-Record(1:1) to WS-Rec-Type-STR
            move CRN-Record(3:18) to WS-Rec-Key-STR
            move CRN-Record(22:2) to WS-Rec-Level-INT
            move CRN-Record(25:12) to WS-Rec-Layout-STR
            move CRN-Record(38:6) to WS-Rec-Tick-INT
            move CRN-Record(49:10) to WS-Rec-Cause-STR

            *> Lines of one run are together in the file; a new key
            *> closes off the run before it
            if WS-Rec-Key-STR not = WS-Run-Key-STR then
                if WS-Run-Key-STR not = spaces and
                    WS-Run-Ended-BOOL = 0 then
                    add 1 to WS-Runs-Open-INT
                end-if
                move WS-Rec-Key-STR to WS-Run-Key-STR
                move 0 to WS-Run-Ended-BOOL
                move 0 to WS-Run-Level-INT
                move 0 to WS-Run-Tick-INT
                add 1 to WS-Runs-INT
            end-if
            if WS-Run-Ended-BOOL = 1 then
                add 1 to WS-Rec-Bad-INT
                exit section
            end-if

            if WS-Rec-Type-STR = "E" then
                move 1 to WS-Run-Ended-BOOL
                if WS-Rec-Cause-STR = "COMPLETE" then
                    *> The last level's clear is already on its own
                    *> L line
                    add 1 to WS-Runs-Done-INT
                    exit section
                end-if
            end-if

            perform find-or-add-level
            if WS-Lvl-Found-BOOL = 0 then
                add 1 to WS-Lvl-Over-INT
                exit section
            end-if
            add 1 to WS-Lvl-Reached-INT(WS-Lvl-Idx-INT)

            if WS-Rec-Type-STR = "E" then
                evaluate WS-Rec-Cause-STR
                    when "BORDER"
                        move 1 to WS-Cause-Idx-INT
                    when "SELF"
                        move 2 to WS-Cause-Idx-INT
                    when "OBSTACLE"
                        move 3 to WS-Cause-Idx-INT
                    when "OTHERSNAKE"
                        move 4 to WS-Cause-Idx-INT
                    when other
                        move 5 to WS-Cause-Idx-INT
                end-evaluate
                add 1 to WS-Lvl-Died-INT(WS-Lvl-Idx-INT,
                    WS-Cause-Idx-INT)
                exit section
            end-if

            *> A clear: its time on the level runs from the previous
            *> level's clear (or the run's start, on level 1). A gap
            *> in the levels leaves the time out.
            add 1 to WS-Lvl-Cleared-INT(WS-Lvl-Idx-INT)
            if WS-Rec-Level-INT = WS-Run-Level-INT + 1 and
                WS-Rec-Tick-INT not < WS-Run-Tick-INT then
                if WS-Clr-Total-INT = 9999 then
                    add 1 to WS-Clr-Over-INT
                else
                    add 1 to WS-Clr-Total-INT
                    move WS-Lvl-Idx-INT to
                        WS-Clr-Row-INT(WS-Clr-Total-INT)
                    compute WS-Clr-Ticks-INT(WS-Clr-Total-INT) =
                        WS-Rec-Tick-INT - WS-Run-Tick-INT
                end-if
            end-if
            move WS-Rec-Level-INT to WS-Run-Level-INT
            move WS-Rec-Tick-INT to WS-Run-Tick-INT
        .

        find-or-add-level section.
            *> Rows go on in first-seen order (the clear times
            *> point at them by number); sort-levels orders them
            *> for printing
            move 0 to WS-Lvl-Found-BOOL
            move 1 to WS-Lvl-Idx-INT
            perform until WS-Lvl-Idx-INT > WS-Lvl-Total-INT or
                WS-Lvl-Found-BOOL = 1
                if WS-Lvl-Level-INT(WS-Lvl-Idx-INT) = WS-Rec-Level-INT
                    and WS-Lvl-Layout-STR(WS-Lvl-Idx-INT) =
                        WS-Rec-Layout-STR then
                    move 1 to WS-Lvl-Found-BOOL
                else
                    add 1 to WS-Lvl-Idx-INT
                end-if
            end-perform
            if WS-Lvl-Found-BOOL = 1 then
                exit section
            end-if
            if WS-Lvl-Total-INT = 99 then
                exit section
            end-if
            add 1 to WS-Lvl-Total-INT
            move WS-Lvl-Total-INT to WS-Lvl-Idx-INT
            move WS-Rec-Level-INT to WS-Lvl-Level-INT(WS-Lvl-Idx-INT)
            move WS-Rec-Layout-STR to
                WS-Lvl-Layout-STR(WS-Lvl-Idx-INT)
            move 0 to WS-Lvl-Reached-INT(WS-Lvl-Idx-INT)
            move 0 to WS-Lvl-Cleared-INT(WS-Lvl-Idx-INT)
            move 1 to WS-Cause-Idx-INT
            perform until WS-Cause-Idx-INT > 5
                move 0 to WS-Lvl-Died-INT(WS-Lvl-Idx-INT,
                    WS-Cause-Idx-INT)
                add 1 to WS-Cause-Idx-INT
            end-perform
            move 1 to WS-Lvl-Found-BOOL
        .

        sort-levels section.
            *> Rows into level then layout order for printing, with
            *> the clear times' row numbers following their rows
            move 2 to WS-Lvl-Idx-INT
            perform until WS-Lvl-Idx-INT > WS-Lvl-Total-INT
                move WS-Lvl-Idx-INT to WS-Lvl-Shift-INT
                perform until WS-Lvl-Shift-INT = 1
                    if WS-Lvl-Level-INT(WS-Lvl-Shift-INT - 1) <
                        WS-Lvl-Level-INT(WS-Lvl-Shift-INT) or
                        (WS-Lvl-Level-INT(WS-Lvl-Shift-INT - 1) =
                            WS-Lvl-Level-INT(WS-Lvl-Shift-INT) and
                        WS-Lvl-Layout-STR(WS-Lvl-Shift-INT - 1) not >
                            WS-Lvl-Layout-STR(WS-Lvl-Shift-INT)) then
                        move 1 to WS-Lvl-Shift-INT
                    else
                        perform swap-levels
                        subtract 1 from WS-Lvl-Shift-INT
                    end-if
                end-perform
                add 1 to WS-Lvl-Idx-INT
            end-perform
        .

        swap-levels section.
            *> Rows Shift-1 and Shift change places; the spare slot
            *> past the last row holds one of them meanwhile
            move WS-Lvl-Entry(WS-Lvl-Shift-INT) to WS-Lvl-Entry(100)
            move WS-Lvl-Entry(WS-Lvl-Shift-INT - 1) to
                WS-Lvl-Entry(WS-Lvl-Shift-INT)
            move WS-Lvl-Entry(100) to
                WS-Lvl-Entry(WS-Lvl-Shift-INT - 1)
            move 1 to WS-Clr-Idx-INT
            perform until WS-Clr-Idx-INT > WS-Clr-Total-INT
                if WS-Clr-Row-INT(WS-Clr-Idx-INT) = WS-Lvl-Shift-INT
                    then
                    subtract 1 from WS-Clr-Row-INT(WS-Clr-Idx-INT)
                else
                    if WS-Clr-Row-INT(WS-Clr-Idx-INT) =
                        WS-Lvl-Shift-INT - 1 then
                        add 1 to WS-Clr-Row-INT(WS-Clr-Idx-INT)
                    end-if
                end-if
                add 1 to WS-Clr-Idx-INT
            end-perform
        .

        find-median section.
            *> This row's clear times, insertion-sorted
            move 0 to WS-Med-Total-INT
            move 1 to WS-Clr-Idx-INT
            perform until WS-Clr-Idx-INT > WS-Clr-Total-INT
                if WS-Clr-Row-INT(WS-Clr-Idx-INT) = WS-Lvl-Idx-INT
                    then
                    add 1 to WS-Med-Total-INT
                    move WS-Med-Total-INT to WS-Med-Pos-INT
                    move WS-Clr-Ticks-INT(WS-Clr-Idx-INT) to
                        WS-Med-Hold-INT
                    move 0 to WS-Med-Stop-BOOL
                    perform until WS-Med-Pos-INT = 1 or
                        WS-Med-Stop-BOOL = 1
                        if WS-Med-Ticks-INT(WS-Med-Pos-INT - 1) >
                            WS-Med-Hold-INT then
                            move WS-Med-Ticks-INT(WS-Med-Pos-INT - 1)
                                to WS-Med-Ticks-INT(WS-Med-Pos-INT)
                            subtract 1 from WS-Med-Pos-INT
                        else
                            move 1 to WS-Med-Stop-BOOL
                        end-if
                    end-perform
                    move WS-Med-Hold-INT to
                        WS-Med-Ticks-INT(WS-Med-Pos-INT)
                end-if
                add 1 to WS-Clr-Idx-INT
            end-perform
            move 0 to WS-Median-INT
            if WS-Med-Total-INT = 0 then
                exit section
            end-if
            compute WS-Med-Idx-INT = (WS-Med-Total-INT + 1) / 2
            if function mod(WS-Med-Total-INT, 2) = 1 then
                move WS-Med-Ticks-INT(WS-Med-Idx-INT) to WS-Median-INT
            else
                compute WS-Median-INT =
                    (WS-Med-Ticks-INT(WS-Med-Idx-INT) +
                    WS-Med-Ticks-INT(WS-Med-Idx-INT + 1)) / 2
            end-if
        .

        print-summary section.
            move WS-Rec-Total-INT to WS-Count-Edit
            display "Run log lines read   :" WS-Count-Edit
            if WS-Rec-Bad-INT > 0 then
                move WS-Rec-Bad-INT to WS-Count-Edit
                display "Unusable lines       :" WS-Count-Edit
            end-if
            move WS-Runs-INT to WS-Count-Edit
            display "Campaign runs        :" WS-Count-Edit
            move WS-Runs-Done-INT to WS-Count-Edit
            display "Campaigns completed  :" WS-Count-Edit
            move WS-Runs-Open-INT to WS-Count-Edit
            display "Runs unfinished      :" WS-Count-Edit
            if WS-Lvl-Over-INT > 0 then
                move WS-Lvl-Over-INT to WS-Count-Edit
                display "Lines past 99 rows   :" WS-Count-Edit
            end-if
            if WS-Clr-Over-INT > 0 then
                move WS-Clr-Over-INT to WS-Count-Edit
                display "Clear times ignored  :" WS-Count-Edit
                    "  (too many for the median)"
            end-if
            display " "
        .

        print-funnel section.
            *> Clear rate is cleared per hundred reached; the top
            *> cause is the one that ended the most runs there
            display "Level funnel"
            display "-----------------------------------------------"
            display "LV LAYOUT       REACHED CLEARED RATE MEDIAN"
                " TOP CAUSE"
            display "                                      TICKS"
            if WS-Lvl-Total-INT > 1 then
                perform sort-levels
            end-if
            move 0 to WS-Section-Count-INT
            move 1 to WS-Lvl-Idx-INT
            perform until WS-Lvl-Idx-INT > WS-Lvl-Total-INT
                add 1 to WS-Section-Count-INT
                move 0 to WS-Rate-INT
                if WS-Lvl-Reached-INT(WS-Lvl-Idx-INT) > 0 then
                    compute WS-Rate-INT rounded =
                        WS-Lvl-Cleared-INT(WS-Lvl-Idx-INT) * 100 /
                        WS-Lvl-Reached-INT(WS-Lvl-Idx-INT)
                end-if
                perform find-median
                move 0 to WS-Cause-Top-INT
                move 1 to WS-Cause-Idx-INT
                perform until WS-Cause-Idx-INT > 5
                    if WS-Lvl-Died-INT(WS-Lvl-Idx-INT,
                        WS-Cause-Idx-INT) > 0 then
                        if WS-Cause-Top-INT = 0 then
                            move WS-Cause-Idx-INT to WS-Cause-Top-INT
                        else
                            if WS-Lvl-Died-INT(WS-Lvl-Idx-INT,
                                WS-Cause-Idx-INT) >
                                WS-Lvl-Died-INT(WS-Lvl-Idx-INT,
                                WS-Cause-Top-INT) then
                                move WS-Cause-Idx-INT to
                                    WS-Cause-Top-INT
                            end-if
                        end-if
                    end-if
                    add 1 to WS-Cause-Idx-INT
                end-perform
                move WS-Lvl-Level-INT(WS-Lvl-Idx-INT) to WS-Level-Edit
                move WS-Lvl-Reached-INT(WS-Lvl-Idx-INT) to
                    WS-Reached-Edit
                move WS-Lvl-Cleared-INT(WS-Lvl-Idx-INT) to
                    WS-Cleared-Edit
                move WS-Rate-INT to WS-Rate-Edit
                if WS-Med-Total-INT = 0 then
                    if WS-Cause-Top-INT = 0 then
                        display WS-Level-Edit " "
                            WS-Lvl-Layout-STR(WS-Lvl-Idx-INT) " "
                            WS-Reached-Edit "  " WS-Cleared-Edit
                            " " WS-Rate-Edit "%       - -"
                    else
                        display WS-Level-Edit " "
                            WS-Lvl-Layout-STR(WS-Lvl-Idx-INT) " "
                            WS-Reached-Edit "  " WS-Cleared-Edit
                            " " WS-Rate-Edit "%       - "
                            WS-Cause-Name-STR(WS-Cause-Top-INT)
                    end-if
                else
                    move WS-Median-INT to WS-Median-Edit
                    if WS-Cause-Top-INT = 0 then
                        display WS-Level-Edit " "
                            WS-Lvl-Layout-STR(WS-Lvl-Idx-INT) " "
                            WS-Reached-Edit "  " WS-Cleared-Edit
                            " " WS-Rate-Edit "% " WS-Median-Edit
                            " -"
                    else
                        display WS-Level-Edit " "
                            WS-Lvl-Layout-STR(WS-Lvl-Idx-INT) " "
                            WS-Reached-Edit "  " WS-Cleared-Edit
                            " " WS-Rate-Edit "% " WS-Median-Edit
                            " " WS-Cause-Name-STR(WS-Cause-Top-INT)
                    end-if
                end-if
                add 1 to WS-Lvl-Idx-INT
            end-perform
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        print-deaths section.
            display "Deaths by level and cause"
            display "-----------------------------------------------"
            display "LV LAYOUT       BORDER   SELF OBSTCL  SNAKE"
                "  OTHER"
            move 0 to WS-Section-Count-INT
            move 1 to WS-Lvl-Idx-INT
            perform until WS-Lvl-Idx-INT > WS-Lvl-Total-INT
                if WS-Lvl-Reached-INT(WS-Lvl-Idx-INT) >
                    WS-Lvl-Cleared-INT(WS-Lvl-Idx-INT) then
                    add 1 to WS-Section-Count-INT
                    move 1 to WS-Cause-Idx-INT
                    perform until WS-Cause-Idx-INT > 5
                        move WS-Lvl-Died-INT(WS-Lvl-Idx-INT,
                            WS-Cause-Idx-INT) to
                            WS-Died-Edit(WS-Cause-Idx-INT)
                        add 1 to WS-Cause-Idx-INT
                    end-perform
                    move WS-Lvl-Level-INT(WS-Lvl-Idx-INT) to
                        WS-Level-Edit
                    display WS-Level-Edit " "
                        WS-Lvl-Layout-STR(WS-Lvl-Idx-INT) " "
                        WS-Died-Edit(1) " " WS-Died-Edit(2) " "
                        WS-Died-Edit(3) " " WS-Died-Edit(4) " "
                        WS-Died-Edit(5)
                end-if
                add 1 to WS-Lvl-Idx-INT
            end-perform
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
            display " "
        .

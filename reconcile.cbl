        identification division.
        program-id. reconcile.

       *> Reconciliation of profiles.dat's lifetime counters against
       *> the game log. Games played, best score and wins are
       *> rebuilt per player from the by= column of gamelog.dat and
       *> every glogYYYYMM.arc archive, using the same rules
       *> main.cbl's update-profile applies at game over:
       *>   - every logged round counts, except mode=REPLAY (a
       *>     playback round never touches the profile),
       *>   - best is the longest player-1 length,
       *>   - a 2P or VSCPU round is a win when player 2 died and
       *>     player 1 either survived or finished longer.
       *> Tournament titles (credit-champion) add a win with no log
       *> line of their own, so a profile may hold up to one extra
       *> win for every two TOURNEY rounds it played -- anything
       *> inside that band is not reported.
       *>
       *> Lines from before the log carried the by=/mode= tail
       *> can't be attributed to anyone. If any are found the log
       *> figures are only a floor: counters above them are left
       *> alone and only counters below them are reported.
       *>
       *> Also lists scores.dat and daily.dat initials that have no
       *> profile. After the report, answering Y at the prompt
       *> rewrites each drifted counter to the log figure and
       *> appends a line per change to profaudit.dat, in the same
       *> form profmaint's write-audit uses. Drift left uncorrected
       *> ends the run with return code 4. Run from the game
       *> directory while the cabinet is idle.

        environment division.
        input-output section.
        file-control.
            select Profile-File assign to "profiles.dat"
                organization indexed
                access mode dynamic
                record key PF-Initials-STR
                file status is WS-PF-Status.
            select Audit-File assign to "profaudit.dat"
                organization line sequential
                file status is WS-AUD-Status.
            select GameLog-File assign to "gamelog.dat"
                organization line sequential
                file status is WS-GL-Status.
            select GameLog-Arch assign to dynamic WS-GL-Arch-STR
                organization line sequential
                file status is WS-GLA-Status.
            select Summary-File assign to "summary.dat"
                organization line sequential
                file status is WS-SUM-Status.
            select Scores-File assign to "scores.dat"
                organization line sequential
                file status is WS-SF-Status.
            select Daily-File assign to "daily.dat"
                organization line sequential
                file status is WS-DCH-Status.

        data division.
        file section.
        fd  Profile-File.
        01  PF-Record.
            05 PF-Initials-STR      pic x(3).
            05 PF-Games-INT         pic 9(5).
            05 PF-Food-Normal-INT   pic 9(5).
            05 PF-Food-Bonus-INT    pic 9(5).
            05 PF-Food-Speed-INT    pic 9(5).
            05 PF-Food-Shrink-INT   pic 9(5).
            05 PF-Wins-INT          pic 9(5).
            05 PF-Best-INT          pic 9(5).
            05 PF-Pin-STR           pic x(4).
        fd  Audit-File.
        01  AUD-Record              pic x(80).
        fd  GameLog-File.
        01  GL-Record               pic x(94).
        fd  GameLog-Arch.
        01  GLA-Record              pic x(94).
        fd  Summary-File.
        01  SUM-Record              pic x(94).
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

        01 WS-PF-Status            pic xx      value "00".
        01 WS-AUD-Status           pic xx      value "00".
        01 WS-GL-Status            pic xx      value "00".
        01 WS-GLA-Status           pic xx      value "00".
        01 WS-SUM-Status           pic xx      value "00".
        01 WS-SF-Status            pic xx      value "00".
        01 WS-DCH-Status           pic xx      value "00".

       *> One row per initials seen in profiles.dat or the log.
       *> Reg = 1 for a registered profile. The Log- columns are
       *> rebuilt from the game log; Tour counts TOURNEY rounds for
       *> the title allowance on wins. Fix- holds the corrected
       *> value for a drifted counter (Drift flags: games, best,
       *> wins).
        01 WS-Pro-Table.
            05 WS-Pro-Entry         occurs 500 times.
                10 WS-Pro-Inits-STR pic x(3).
                10 WS-Pro-Reg-BOOL  pic 9.
                10 WS-Pro-Games-INT pic 9(5).
                10 WS-Pro-Best-INT  pic 9(5).
                10 WS-Pro-Wins-INT  pic 9(5).
                10 WS-Log-Games-INT pic 9(5).
                10 WS-Log-Best-INT  pic 9(5).
                10 WS-Log-Wins-INT  pic 9(5).
                10 WS-Log-Tour-INT  pic 9(5).
                10 WS-Drift-Games-BOOL pic 9.
                10 WS-Drift-Best-BOOL  pic 9.
                10 WS-Drift-Wins-BOOL  pic 9.
                10 WS-Fix-Games-INT pic 9(5).
                10 WS-Fix-Best-INT  pic 9(5).
                10 WS-Fix-Wins-INT  pic 9(5).
        01 WS-Pro-Total-INT         pic 9(3)    value 0.
        01 WS-Pro-Idx-INT           pic 9(3)    value 0.
        01 WS-Pro-Found-BOOL        pic 9       value 0.
        01 WS-Pro-Over-INT          pic 9(5)    value 0.
        01 WS-Pro-Key-STR           pic x(3)    value spaces.
        01 WS-Max-Wins-INT          pic 9(6)    value 0.

       *> gamelog.dat column map, per report.cbl: date(1:8)
       *> p1 len(26:3) p2 len(33:3) p1cause(45:10) p2cause(64:10)
       *> " by="(74:4) inits(78:3) " mode="(81:6) mode(87:8)
        01 WS-Log-Rec-STR           pic x(94)   value spaces.
        01 WS-Log-P1-INT            pic 9(3)    value 0.
        01 WS-Log-P2-INT            pic 9(3)    value 0.
        01 WS-Log-Lines-INT         pic 9(7)    value 0.
        01 WS-Log-Untagged-INT      pic 9(7)    value 0.
        01 WS-Log-Replay-INT        pic 9(7)    value 0.

       *> Archive discovery: glogYYYYMM.arc is named for the month
       *> archive.cbl ran in and holds records from before it, and
       *> every archived month has its summary.dat line -- so the
       *> only names that can exist run from the month after the
       *> earliest summary month up to the current one
        01 WS-GL-Arch-STR           pic x(14)   value spaces.
        01 WS-Today-STR             pic x(21)   value spaces.
        01 WS-First-Month-STR       pic x(6)    value spaces.
        01 WS-Arc-Month-STR         pic x(6)    value spaces.
        01 WS-Arc-Year-INT          pic 9(4)    value 0.
        01 WS-Arc-Mon-INT           pic 9(2)    value 0.
        01 WS-Arc-Files-INT         pic 9(3)    value 0.

       *> daily.dat initials already reported, so an unregistered
       *> player with many attempts is listed once
        01 WS-Seen-Table.
            05 WS-Seen-Inits-STR    pic x(3)    occurs 200 times.
        01 WS-Seen-Total-INT        pic 9(3)    value 0.
        01 WS-Seen-Idx-INT          pic 9(3)    value 0.
        01 WS-Seen-Found-BOOL       pic 9       value 0.

        01 WS-Rank-INT              pic 9(2)    value 0.
        01 WS-Drift-Total-INT       pic 9(5)    value 0.
        01 WS-Orphan-Total-INT      pic 9(5)    value 0.
        01 WS-Fixed-Total-INT       pic 9(5)    value 0.
        01 WS-Section-Count-INT     pic 9(5)    value 0.
        01 WS-Answer-STR            pic x(10)   value spaces.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-Rank-Edit             pic z9.

        01 WS-Field-STR             pic x(5)    value spaces.
        01 WS-Old-Value-INT         pic 9(5)    value 0.
        01 WS-New-Value-INT         pic 9(5)    value 0.
        01 WS-TimeStamp-STR         pic x(21)   value spaces.
        01 WS-Audit-Line-STR        pic x(80)   value spaces.

        procedure division.
        main-procedure.

        move function current-date to WS-Today-STR.
        display "===============================================".
        display " CobSnake profile reconciliation".
        display "===============================================".

        perform load-profiles.
        perform find-first-month.
        perform scan-gamelogs.
        perform evaluate-drift.

        perform print-summary.
        perform print-drift.
        perform print-orphans.
        perform check-scores.
        perform check-daily.

        display "-----------------------------------------------".
        move WS-Drift-Total-INT to WS-Count-Edit.
        display WS-Count-Edit " drifted counter(s)".
        move WS-Orphan-Total-INT to WS-Count-Edit.
        display WS-Count-Edit " unregistered initials reference(s)".

        if WS-Drift-Total-INT > 0 then
            display "Rewrite drifted counters in profiles.dat? (Y/N) "
                with no advancing
            move spaces to WS-Answer-STR
            accept WS-Answer-STR
            move function upper-case(WS-Answer-STR) to WS-Answer-STR
            if WS-Answer-STR(1:1) = "Y" then
                perform apply-corrections
            else
                display "reconcile: no changes made"
                move 4 to return-code
            end-if
        end-if.

        stop run.

        load-profiles section.
            move 0 to WS-Pro-Total-INT
            open input Profile-File
            if WS-PF-Status not = "00" then
                display "reconcile: cannot open profiles.dat (status "
                    WS-PF-Status ")"
                exit section
            end-if
            perform until WS-PF-Status not = "00"
                read Profile-File next
                if WS-PF-Status = "00" then
                    move PF-Initials-STR to WS-Pro-Key-STR
                    perform find-or-add-entry
                    if WS-Pro-Found-BOOL = 1 then
                        move 1 to WS-Pro-Reg-BOOL(WS-Pro-Idx-INT)
                        move PF-Games-INT to
                            WS-Pro-Games-INT(WS-Pro-Idx-INT)
                        move PF-Best-INT to
                            WS-Pro-Best-INT(WS-Pro-Idx-INT)
                        move PF-Wins-INT to
                            WS-Pro-Wins-INT(WS-Pro-Idx-INT)
                    end-if
                end-if
            end-perform
            close Profile-File
        .

        find-or-add-entry section.
            *> Locate WS-Pro-Key-STR in the table, adding a blank
            *> row for it if there's room; Found = 0 only when the
            *> table is full
            move 0 to WS-Pro-Found-BOOL
            move 1 to WS-Pro-Idx-INT
            perform until WS-Pro-Idx-INT > WS-Pro-Total-INT or
                WS-Pro-Found-BOOL = 1
                if WS-Pro-Inits-STR(WS-Pro-Idx-INT) = WS-Pro-Key-STR
                    then
                    move 1 to WS-Pro-Found-BOOL
                else
                    add 1 to WS-Pro-Idx-INT
                end-if
            end-perform
            if WS-Pro-Found-BOOL = 1 then
                exit section
            end-if
            if WS-Pro-Total-INT = 500 then
                add 1 to WS-Pro-Over-INT
                exit section
            end-if
            add 1 to WS-Pro-Total-INT
            move WS-Pro-Total-INT to WS-Pro-Idx-INT
            move WS-Pro-Key-STR to WS-Pro-Inits-STR(WS-Pro-Idx-INT)
            move 0 to WS-Pro-Reg-BOOL(WS-Pro-Idx-INT)
            move 0 to WS-Pro-Games-INT(WS-Pro-Idx-INT)
            move 0 to WS-Pro-Best-INT(WS-Pro-Idx-INT)
            move 0 to WS-Pro-Wins-INT(WS-Pro-Idx-INT)
            move 0 to WS-Log-Games-INT(WS-Pro-Idx-INT)
            move 0 to WS-Log-Best-INT(WS-Pro-Idx-INT)
            move 0 to WS-Log-Wins-INT(WS-Pro-Idx-INT)
            move 0 to WS-Log-Tour-INT(WS-Pro-Idx-INT)
            move 0 to WS-Drift-Games-BOOL(WS-Pro-Idx-INT)
            move 0 to WS-Drift-Best-BOOL(WS-Pro-Idx-INT)
            move 0 to WS-Drift-Wins-BOOL(WS-Pro-Idx-INT)
            move 1 to WS-Pro-Found-BOOL
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

        scan-gamelogs section.
            open input GameLog-File
            if WS-GL-Status = "00" then
                perform until WS-GL-Status not = "00"
                    read GameLog-File
                    if WS-GL-Status = "00" then
                        move GL-Record to WS-Log-Rec-STR
                        perform tally-log-line
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
                            perform tally-log-line
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

        tally-log-line section.
            if WS-Log-Rec-STR(1:8) is not numeric or
                WS-Log-Rec-STR(26:3) is not numeric or
                WS-Log-Rec-STR(33:3) is not numeric then
                exit section
            end-if
            add 1 to WS-Log-Lines-INT
            if WS-Log-Rec-STR(74:4) not = " by=" or
                WS-Log-Rec-STR(81:6) not = " mode=" or
                WS-Log-Rec-STR(78:3) = spaces then
                add 1 to WS-Log-Untagged-INT
                exit section
            end-if
            if WS-Log-Rec-STR(87:8) = "REPLAY" then
                add 1 to WS-Log-Replay-INT
                exit section
            end-if

            move WS-Log-Rec-STR(78:3) to WS-Pro-Key-STR
            perform find-or-add-entry
            if WS-Pro-Found-BOOL = 0 then
                exit section
            end-if
            compute WS-Log-P1-INT =
                function numval(WS-Log-Rec-STR(26:3))
            compute WS-Log-P2-INT =
                function numval(WS-Log-Rec-STR(33:3))

            add 1 to WS-Log-Games-INT(WS-Pro-Idx-INT)
            if WS-Log-P1-INT > WS-Log-Best-INT(WS-Pro-Idx-INT) then
                move WS-Log-P1-INT to WS-Log-Best-INT(WS-Pro-Idx-INT)
            end-if
            *> A second snake that never woke up never dies, so a
            *> logged p2 cause is what marks player 2 as active
            if (WS-Log-Rec-STR(87:8) = "2P" or
                WS-Log-Rec-STR(87:8) = "VSCPU") and
                WS-Log-Rec-STR(64:10) not = "N/A" then
                if WS-Log-Rec-STR(45:10) = "N/A" or
                    WS-Log-P1-INT > WS-Log-P2-INT then
                    add 1 to WS-Log-Wins-INT(WS-Pro-Idx-INT)
                end-if
            end-if
            if WS-Log-Rec-STR(87:8) = "TOURNEY" then
                add 1 to WS-Log-Tour-INT(WS-Pro-Idx-INT)
            end-if
        .

        evaluate-drift section.
            *> Decide, per registered profile, which counters the log
            *> contradicts and what each should read
            move 0 to WS-Drift-Total-INT
            move 1 to WS-Pro-Idx-INT
            perform until WS-Pro-Idx-INT > WS-Pro-Total-INT
                if WS-Pro-Reg-BOOL(WS-Pro-Idx-INT) = 1 then
                    perform evaluate-entry
                end-if
                add 1 to WS-Pro-Idx-INT
            end-perform
        .

        evaluate-entry section.
            move WS-Pro-Games-INT(WS-Pro-Idx-INT) to
                WS-Fix-Games-INT(WS-Pro-Idx-INT)
            move WS-Pro-Best-INT(WS-Pro-Idx-INT) to
                WS-Fix-Best-INT(WS-Pro-Idx-INT)
            move WS-Pro-Wins-INT(WS-Pro-Idx-INT) to
                WS-Fix-Wins-INT(WS-Pro-Idx-INT)

            if WS-Pro-Games-INT(WS-Pro-Idx-INT) <
                WS-Log-Games-INT(WS-Pro-Idx-INT) or
                (WS-Pro-Games-INT(WS-Pro-Idx-INT) >
                WS-Log-Games-INT(WS-Pro-Idx-INT) and
                WS-Log-Untagged-INT = 0) then
                move 1 to WS-Drift-Games-BOOL(WS-Pro-Idx-INT)
                move WS-Log-Games-INT(WS-Pro-Idx-INT) to
                    WS-Fix-Games-INT(WS-Pro-Idx-INT)
                add 1 to WS-Drift-Total-INT
            end-if

            if WS-Pro-Best-INT(WS-Pro-Idx-INT) <
                WS-Log-Best-INT(WS-Pro-Idx-INT) or
                (WS-Pro-Best-INT(WS-Pro-Idx-INT) >
                WS-Log-Best-INT(WS-Pro-Idx-INT) and
                WS-Log-Untagged-INT = 0) then
                move 1 to WS-Drift-Best-BOOL(WS-Pro-Idx-INT)
                move WS-Log-Best-INT(WS-Pro-Idx-INT) to
                    WS-Fix-Best-INT(WS-Pro-Idx-INT)
                add 1 to WS-Drift-Total-INT
            end-if

            *> Wins may run ahead of the log by the titles the
            *> player's TOURNEY rounds could have earned (a title
            *> takes at least two rounds, in a 4-entrant bracket)
            compute WS-Max-Wins-INT =
                WS-Log-Wins-INT(WS-Pro-Idx-INT) +
                WS-Log-Tour-INT(WS-Pro-Idx-INT) / 2
            if WS-Pro-Wins-INT(WS-Pro-Idx-INT) <
                WS-Log-Wins-INT(WS-Pro-Idx-INT) then
                move 1 to WS-Drift-Wins-BOOL(WS-Pro-Idx-INT)
                move WS-Log-Wins-INT(WS-Pro-Idx-INT) to
                    WS-Fix-Wins-INT(WS-Pro-Idx-INT)
                add 1 to WS-Drift-Total-INT
            else
                if WS-Pro-Wins-INT(WS-Pro-Idx-INT) >
                    WS-Max-Wins-INT and WS-Log-Untagged-INT = 0 then
                    move 1 to WS-Drift-Wins-BOOL(WS-Pro-Idx-INT)
                    move WS-Max-Wins-INT to
                        WS-Fix-Wins-INT(WS-Pro-Idx-INT)
                    add 1 to WS-Drift-Total-INT
                end-if
            end-if
        .

        print-summary section.
            move WS-Log-Lines-INT to WS-Count-Edit
            display "Log rounds read      :" WS-Count-Edit
            move WS-Arc-Files-INT to WS-Count-Edit
            display "Log archives read    :" WS-Count-Edit
            move WS-Log-Replay-INT to WS-Count-Edit
            display "Playback rounds      :" WS-Count-Edit
                "  (never counted)"
            move WS-Log-Untagged-INT to WS-Count-Edit
            display "Rounds without by=   :" WS-Count-Edit
            if WS-Log-Untagged-INT > 0 then
                display "  (log figures are a floor; only counters"
                    " below them are reported)"
            end-if
            if WS-Pro-Over-INT > 0 then
                move WS-Pro-Over-INT to WS-Count-Edit
                display "Initials past 500 ignored:" WS-Count-Edit
            end-if
            display " "
        .

        print-drift section.
            display "Counter discrepancies"
            display "-----------------------------------------------"
            display "KEY FIELD  PROF.  LOG    FIXED"
            move 0 to WS-Section-Count-INT
            move 1 to WS-Pro-Idx-INT
            perform until WS-Pro-Idx-INT > WS-Pro-Total-INT
                if WS-Drift-Games-BOOL(WS-Pro-Idx-INT) = 1 then
                    add 1 to WS-Section-Count-INT
                    display WS-Pro-Inits-STR(WS-Pro-Idx-INT)
                        " GAMES  "
                        WS-Pro-Games-INT(WS-Pro-Idx-INT) "  "
                        WS-Log-Games-INT(WS-Pro-Idx-INT) "  "
                        WS-Fix-Games-INT(WS-Pro-Idx-INT)
                end-if
                if WS-Drift-Best-BOOL(WS-Pro-Idx-INT) = 1 then
                    add 1 to WS-Section-Count-INT
                    display WS-Pro-Inits-STR(WS-Pro-Idx-INT)
                        " BEST   "
                        WS-Pro-Best-INT(WS-Pro-Idx-INT) "  "
                        WS-Log-Best-INT(WS-Pro-Idx-INT) "  "
                        WS-Fix-Best-INT(WS-Pro-Idx-INT)
                end-if
                if WS-Drift-Wins-BOOL(WS-Pro-Idx-INT) = 1 then
                    add 1 to WS-Section-Count-INT
                    display WS-Pro-Inits-STR(WS-Pro-Idx-INT)
                        " WINS   "
                        WS-Pro-Wins-INT(WS-Pro-Idx-INT) "  "
                        WS-Log-Wins-INT(WS-Pro-Idx-INT) "  "
                        WS-Fix-Wins-INT(WS-Pro-Idx-INT)
                end-if
                add 1 to WS-Pro-Idx-INT
            end-perform
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        print-orphans section.
            *> Rounds logged under initials that no longer (or
            *> never did) have a profile: a DELETE, a RENAME, or a
            *> profiles.dat restored from an older copy
            display "Logged initials with no profile"
            display "-----------------------------------------------"
            move 0 to WS-Section-Count-INT
            move 1 to WS-Pro-Idx-INT
            perform until WS-Pro-Idx-INT > WS-Pro-Total-INT
                if WS-Pro-Reg-BOOL(WS-Pro-Idx-INT) = 0 then
                    add 1 to WS-Section-Count-INT
                    add 1 to WS-Orphan-Total-INT
                    move WS-Log-Games-INT(WS-Pro-Idx-INT) to
                        WS-Count-Edit
                    display WS-Pro-Inits-STR(WS-Pro-Idx-INT)
                        WS-Count-Edit " round(s) in the log"
                end-if
                add 1 to WS-Pro-Idx-INT
            end-perform
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        check-scores section.
            display "scores.dat initials with no profile"
            display "-----------------------------------------------"
            move 0 to WS-Section-Count-INT
            open input Scores-File
            if WS-SF-Status = "00" then
                move 0 to WS-Rank-INT
                perform until WS-SF-Status not = "00"
                    read Scores-File
                    if WS-SF-Status = "00" then
                        add 1 to WS-Rank-INT
                        perform check-score-entry
                    end-if
                end-perform
                close Scores-File
            end-if
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        check-score-entry section.
            *> Empty slots ("---"/0) belong to nobody
            if SF-Initials-STR = "---" or SF-Initials-STR = spaces
                then
                exit section
            end-if
            move SF-Initials-STR to WS-Pro-Key-STR
            perform find-registered
            if WS-Pro-Found-BOOL = 1 then
                exit section
            end-if
            add 1 to WS-Section-Count-INT
            add 1 to WS-Orphan-Total-INT
            move WS-Rank-INT to WS-Rank-Edit
            display WS-Rank-Edit ". " SF-Initials-STR " "
                SF-Score-INT
        .

        find-registered section.
            move 0 to WS-Pro-Found-BOOL
            move 1 to WS-Pro-Idx-INT
            perform until WS-Pro-Idx-INT > WS-Pro-Total-INT or
                WS-Pro-Found-BOOL = 1
                if WS-Pro-Inits-STR(WS-Pro-Idx-INT) =
                    WS-Pro-Key-STR and
                    WS-Pro-Reg-BOOL(WS-Pro-Idx-INT) = 1 then
                    move 1 to WS-Pro-Found-BOOL
                end-if
                add 1 to WS-Pro-Idx-INT
            end-perform
        .

        check-daily section.
            display "daily.dat initials with no profile"
            display "-----------------------------------------------"
            move 0 to WS-Section-Count-INT
            move 0 to WS-Seen-Total-INT
            open input Daily-File
            if WS-DCH-Status = "00" then
                perform until WS-DCH-Status not = "00"
                    read Daily-File
                    if WS-DCH-Status = "00" then
                        perform check-daily-entry
                    end-if
                end-perform
                close Daily-File
            end-if
            if WS-Section-Count-INT = 0 then
                display "  none"
            end-if
            display " "
        .

        check-daily-entry section.
            if DC-Initials-STR = spaces then
                exit section
            end-if
            move DC-Initials-STR to WS-Pro-Key-STR
            perform find-registered
            if WS-Pro-Found-BOOL = 1 then
                exit section
            end-if
            move 0 to WS-Seen-Found-BOOL
            move 1 to WS-Seen-Idx-INT
            perform until WS-Seen-Idx-INT > WS-Seen-Total-INT or
                WS-Seen-Found-BOOL = 1
                if WS-Seen-Inits-STR(WS-Seen-Idx-INT) =
                    DC-Initials-STR then
                    move 1 to WS-Seen-Found-BOOL
                end-if
                add 1 to WS-Seen-Idx-INT
            end-perform
            if WS-Seen-Found-BOOL = 1 then
                exit section
            end-if
            if WS-Seen-Total-INT < 200 then
                add 1 to WS-Seen-Total-INT
                move DC-Initials-STR to
                    WS-Seen-Inits-STR(WS-Seen-Total-INT)
            end-if
            add 1 to WS-Section-Count-INT
            add 1 to WS-Orphan-Total-INT
            display DC-Initials-STR "  first seen " DC-Date-STR
        .

        apply-corrections section.
            open i-o Profile-File
            if WS-PF-Status not = "00" then
                display "reconcile: cannot open profiles.dat (status "
                    WS-PF-Status ")"
                exit section
            end-if
            move 0 to WS-Fixed-Total-INT
            move 1 to WS-Pro-Idx-INT
            perform until WS-Pro-Idx-INT > WS-Pro-Total-INT
                if WS-Drift-Games-BOOL(WS-Pro-Idx-INT) = 1 or
                    WS-Drift-Best-BOOL(WS-Pro-Idx-INT) = 1 or
                    WS-Drift-Wins-BOOL(WS-Pro-Idx-INT) = 1 then
                    perform correct-entry
                end-if
                add 1 to WS-Pro-Idx-INT
            end-perform
            close Profile-File
            move WS-Fixed-Total-INT to WS-Count-Edit
            display "reconcile: " WS-Count-Edit
                " counter(s) rewritten"
        .

        correct-entry section.
            move WS-Pro-Inits-STR(WS-Pro-Idx-INT) to PF-Initials-STR
            read Profile-File
                invalid key
                    display "reconcile: " PF-Initials-STR
                        " is gone; skipped"
                    exit section
            end-read
            *> A round finished (or an edit made) since the report
            *> was read means the figures above are stale for this
            *> profile -- leave it for the next run
            if PF-Games-INT not = WS-Pro-Games-INT(WS-Pro-Idx-INT) or
                PF-Best-INT not = WS-Pro-Best-INT(WS-Pro-Idx-INT) or
                PF-Wins-INT not = WS-Pro-Wins-INT(WS-Pro-Idx-INT) then
                display "reconcile: " PF-Initials-STR
                    " changed since it was read; skipped"
                exit section
            end-if
            move WS-Fix-Games-INT(WS-Pro-Idx-INT) to PF-Games-INT
            move WS-Fix-Best-INT(WS-Pro-Idx-INT) to PF-Best-INT
            move WS-Fix-Wins-INT(WS-Pro-Idx-INT) to PF-Wins-INT
            rewrite PF-Record
                invalid key
                    display "reconcile: rewrite of " PF-Initials-STR
                        " failed (status " WS-PF-Status ")"
                    exit section
            end-rewrite

            if WS-Drift-Games-BOOL(WS-Pro-Idx-INT) = 1 then
                move "GAMES" to WS-Field-STR
                move WS-Pro-Games-INT(WS-Pro-Idx-INT) to
                    WS-Old-Value-INT
                move WS-Fix-Games-INT(WS-Pro-Idx-INT) to
                    WS-New-Value-INT
                perform audit-change
            end-if
            if WS-Drift-Best-BOOL(WS-Pro-Idx-INT) = 1 then
                move "BEST" to WS-Field-STR
                move WS-Pro-Best-INT(WS-Pro-Idx-INT) to
                    WS-Old-Value-INT
                move WS-Fix-Best-INT(WS-Pro-Idx-INT) to
                    WS-New-Value-INT
                perform audit-change
            end-if
            if WS-Drift-Wins-BOOL(WS-Pro-Idx-INT) = 1 then
                move "WINS" to WS-Field-STR
                move WS-Pro-Wins-INT(WS-Pro-Idx-INT) to
                    WS-Old-Value-INT
                move WS-Fix-Wins-INT(WS-Pro-Idx-INT) to
                    WS-New-Value-INT
                perform audit-change
            end-if
        .

        audit-change section.
            add 1 to WS-Fixed-Total-INT
            move spaces to WS-Audit-Line-STR
            string
                "RECONCILE " delimited by size
                PF-Initials-STR delimited by size
                " " delimited by size
                WS-Field-STR delimited by space
                " " delimited by size
                WS-Old-Value-INT delimited by size
                " TO " delimited by size
                WS-New-Value-INT delimited by size
                into WS-Audit-Line-STR
            end-string
            display "  " WS-Audit-Line-STR
            perform write-audit
        .

        write-audit section.
            move function current-date to WS-TimeStamp-STR
            move spaces to AUD-Record
            string
                WS-TimeStamp-STR(1:14) delimited by size
                " " delimited by size
                WS-Audit-Line-STR delimited by size
                into AUD-Record
            end-string
            open extend Audit-File
            if WS-AUD-Status = "35" then
                open output Audit-File
            end-if
            if WS-AUD-Status = "00" then
                write AUD-Record
                close Audit-File
            end-if
        .

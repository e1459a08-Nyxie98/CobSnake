        identification division.
        program-id. query.

       *> Ad-hoc history query over every logged round: gamelog.dat
       *> and the glogYYYYMM.arc files archive.cbl has moved older
       *> months into. Prompts for
       *>   from date  YYYYMMDD (blank = the first logged round)
       *>   to date    YYYYMMDD (blank = today)
       *>   initials   (blank = every player)
       *>   mode       1P 2P MAZE REPLAY CAMPAIGN VSCPU DAILY TOURNEY
       *>              (blank = every mode)
       *>   cause      BORDER SELF OBSTACLE OTHERSNAKE (blank = any;
       *>              matches either snake's death)
       *> and lists every matching round with a subtotal per month,
       *> a grand total and a death-cause count, then writes the same
       *> rounds to history.csv (comma-delimited, one header row) for
       *> loading into a spreadsheet. Score is the longer snake's
       *> length, as report.cbl counts it. Lines from before the log
       *> carried the by=/mode= tail have no player or mode, so they
       *> only match a query that names neither.
       *>
       *> Only the archives whose months can hold dates in the range
       *> are opened: glogYYYYMM.arc holds rounds from before the
       *> first of YYYYMM (back to the previous archive's cutoff), so
       *> candidates run from the month after the earliest
       *> summary.dat month, and reading stops after the first one
       *> whose cutoff is past the to date. Run from the game
       *> directory.

        environment division.
        input-output section.
        file-control.
            select GameLog-File assign to "gamelog.dat"
                organization line sequential
                file status is WS-GL-Status.
            select GameLog-Arch assign to dynamic WS-GL-Arch-STR
                organization line sequential
                file status is WS-GLA-Status.
            select Summary-File assign to "summary.dat"
                organization line sequential
                file status is WS-SUM-Status.
            select Extract-File assign to "history.csv"
                organization line sequential
                file status is WS-EXT-Status.

        data division.
        file section.
        fd  GameLog-File.
        01  GL-Record               pic x(94).
        fd  GameLog-Arch.
        01  GLA-Record              pic x(94).
        fd  Summary-File.
        01  SUM-Record              pic x(94).
        fd  Extract-File.
        01  EXT-Record              pic x(80).

        working-storage section.

        01 WS-GL-Status            pic xx      value "00".
        01 WS-GLA-Status           pic xx      value "00".
        01 WS-SUM-Status           pic xx      value "00".
        01 WS-EXT-Status           pic xx      value "00".

       *> The query as answered at the prompts
        01 WS-Answer-STR            pic x(20)   value spaces.
        01 WS-From-STR              pic x(8)    value "00000000".
        01 WS-To-STR                pic x(8)    value spaces.
        01 WS-Want-Inits-STR        pic x(3)    value spaces.
        01 WS-Want-Mode-STR         pic x(8)    value spaces.
        01 WS-Want-Cause-STR        pic x(10)   value spaces.
        01 WS-Date-NUM              pic 9(8)    value 0.
        01 WS-Input-OK-BOOL         pic 9       value 1.

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

       *> Death causes as on-game-over names them, with a count
       *> each for the matched rounds (both snakes' deaths)
        01 WS-Cause-Values.
            05 filler               pic x(10)   value "BORDER".
            05 filler               pic x(10)   value "SELF".
            05 filler               pic x(10)   value "OBSTACLE".
            05 filler               pic x(10)   value "OTHERSNAKE".
        01 WS-Cause-Table redefines WS-Cause-Values.
            05 WS-Cause-Name-STR    pic x(10)   occurs 4 times.
        01 WS-Cause-Count-Table.
            05 WS-Cause-Count-INT   pic 9(7)    value 0
                                        occurs 4 times.
        01 WS-Cause-Idx-INT         pic 9       value 0.

       *> One GL-Record being looked at: timestamp(1:21)
       *> " p1="(22:4) len(26:3) " p2="(29:4) len2(33:3)
       *> " p1cause="(36:9) cause(45:10) " p2cause="(55:9)
       *> cause2(64:10) " by="(74:4) inits(78:3) " mode="(81:6)
       *> mode(87:8)
        01 WS-Rec-STR               pic x(94)   value spaces.
        01 WS-Rec-Inits-STR         pic x(3)    value spaces.
        01 WS-Rec-Mode-STR          pic x(8)    value spaces.
        01 WS-Rec-P1-INT            pic 9(3)    value 0.
        01 WS-Rec-P2-INT            pic 9(3)    value 0.
        01 WS-Rec-Score-INT         pic 9(3)    value 0.
        01 WS-Rec-Match-BOOL        pic 9       value 0.
        01 WS-Rec-Read-INT          pic 9(7)    value 0.

       *> Archive discovery, as in closeout.cbl
        01 WS-GL-Arch-STR           pic x(14)   value spaces.
        01 WS-Today-STR             pic x(21)   value spaces.
        01 WS-First-Month-STR       pic x(6)    value spaces.
        01 WS-Arc-Month-STR         pic x(6)    value spaces.
        01 WS-Arc-Year-INT          pic 9(4)    value 0.
        01 WS-Arc-Mon-INT           pic 9(2)    value 0.
        01 WS-Arc-Files-INT         pic 9(3)    value 0.
        01 WS-Past-To-BOOL          pic 9       value 0.

       *> Month subtotal (1) and grand total (2)
        01 WS-Tot-Table.
            05 WS-Tot-Entry         occurs 2 times.
                10 WS-Tot-Games-INT pic 9(7).
                10 WS-Tot-Sum-INT   pic 9(9).
                10 WS-Tot-Best-INT  pic 9(3).
        01 WS-Tot-Idx-INT           pic 9       value 0.
        01 WS-Cur-Month-STR         pic x(6)    value spaces.
        01 WS-Tot-Label-STR         pic x(16)   value spaces.
        01 WS-Avg-DEC               pic 9(3)v99 value 0.
        01 WS-Avg-Edit              pic zz9.99.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-Score-Edit            pic zz9.
        01 WS-P1-Edit               pic zz9.
        01 WS-P2-Edit               pic zz9.
        01 WS-Ext-Rows-INT          pic 9(7)    value 0.
        01 WS-Ext-Open-BOOL         pic 9       value 0.

        procedure division.
        main-procedure.

        move function current-date to WS-Today-STR.
        move WS-Today-STR(1:8) to WS-To-STR.
        display "===============================================".
        display " CobSnake game history query".
        display "===============================================".

        perform ask-query.
        if WS-Input-OK-BOOL = 0 then
            stop run
        end-if.

        perform print-query.
        perform open-extract.
        perform find-first-month.
        perform scan-logs.
        perform finish-report.

        stop run.

        ask-query section.
            display "From date YYYYMMDD (blank = first round): "
                with no advancing
            move spaces to WS-Answer-STR
            accept WS-Answer-STR
            if WS-Answer-STR not = spaces then
                move WS-Answer-STR(1:8) to WS-From-STR
                perform check-date
                if WS-Input-OK-BOOL = 0 then
                    display "query: from date must be YYYYMMDD"
                    exit section
                end-if
            end-if

            display "To date   YYYYMMDD (blank = today): "
                with no advancing
            move spaces to WS-Answer-STR
            accept WS-Answer-STR
            if WS-Answer-STR not = spaces then
                move WS-Answer-STR(1:8) to WS-To-STR
                perform check-date
                if WS-Input-OK-BOOL = 0 then
                    display "query: to date must be YYYYMMDD"
                    exit section
                end-if
            end-if
            if WS-To-STR < WS-From-STR then
                display "query: to date is before from date"
                move 0 to WS-Input-OK-BOOL
                exit section
            end-if

            display "Initials  (blank = everyone): " with no advancing
            move spaces to WS-Answer-STR
            accept WS-Answer-STR
            move function upper-case(WS-Answer-STR) to WS-Answer-STR
            move WS-Answer-STR(1:3) to WS-Want-Inits-STR

            display "Mode      (blank = all): " with no advancing
            move spaces to WS-Answer-STR
            accept WS-Answer-STR
            move function upper-case(WS-Answer-STR) to WS-Answer-STR
            move WS-Answer-STR(1:8) to WS-Want-Mode-STR
            if WS-Want-Mode-STR not = spaces then
                move 1 to WS-Mode-Idx-INT
                perform until WS-Mode-Idx-INT > 8
                    or WS-Mode-Name-STR(WS-Mode-Idx-INT) =
                    WS-Want-Mode-STR
                    add 1 to WS-Mode-Idx-INT
                end-perform
                if WS-Mode-Idx-INT > 8 then
                    display "query: mode must be one of 1P 2P MAZE"
                        " REPLAY CAMPAIGN VSCPU DAILY TOURNEY"
                    move 0 to WS-Input-OK-BOOL
                    exit section
                end-if
            end-if

            display "Cause     (blank = any): " with no advancing
            move spaces to WS-Answer-STR
            accept WS-Answer-STR
            move function upper-case(WS-Answer-STR) to WS-Answer-STR
            move WS-Answer-STR(1:10) to WS-Want-Cause-STR
            if WS-Want-Cause-STR not = spaces then
                move 1 to WS-Cause-Idx-INT
                perform until WS-Cause-Idx-INT > 4
                    or WS-Cause-Name-STR(WS-Cause-Idx-INT) =
                    WS-Want-Cause-STR
                    add 1 to WS-Cause-Idx-INT
                end-perform
                if WS-Cause-Idx-INT > 4 then
                    display "query: cause must be one of BORDER SELF"
                        " OBSTACLE OTHERSNAKE"
                    move 0 to WS-Input-OK-BOOL
                    exit section
                end-if
            end-if
        .

        check-date section.
            *> WS-Answer-STR holds the date just typed
            move 1 to WS-Input-OK-BOOL
            if WS-Answer-STR(1:8) is not numeric or
                WS-Answer-STR(9:12) not = spaces then
                move 0 to WS-Input-OK-BOOL
                exit section
            end-if
            move WS-Answer-STR(1:8) to WS-Date-NUM
            if function test-date-yyyymmdd(WS-Date-NUM) not = 0 then
                move 0 to WS-Input-OK-BOOL
            end-if
        .

        print-query section.
            display " "
            display "From        : " WS-From-STR(1:4) "-"
                WS-From-STR(5:2) "-" WS-From-STR(7:2)
            display "To          : " WS-To-STR(1:4) "-"
                WS-To-STR(5:2) "-" WS-To-STR(7:2)
            if WS-Want-Inits-STR = spaces then
                display "Player      : everyone"
            else
                display "Player      : " WS-Want-Inits-STR
            end-if
            if WS-Want-Mode-STR = spaces then
                display "Mode        : all"
            else
                display "Mode        : " WS-Want-Mode-STR
            end-if
            if WS-Want-Cause-STR = spaces then
                display "Death cause : any"
            else
                display "Death cause : " WS-Want-Cause-STR
            end-if
            display " "
            display "DATE       TIME  INI MODE      P1  P2"
                " P1 CAUSE   P2 CAUSE   SCORE"
            display "-----------------------------------------------"
                "------------------"
        .

        open-extract section.
            open output Extract-File
            if WS-EXT-Status not = "00" then
                display "query: cannot open history.csv (status "
                    WS-EXT-Status "), listing only"
                exit section
            end-if
            move 1 to WS-Ext-Open-BOOL
            move "date,time,initials,mode,p1,p2,p1cause,p2cause,score"
                to EXT-Record
            write EXT-Record
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

        scan-logs section.
            *> Archives oldest first, then the live file
            initialize WS-Tot-Table
            if WS-First-Month-STR not = spaces then
                move WS-First-Month-STR to WS-Arc-Month-STR
                perform next-arc-month
                perform until WS-Arc-Month-STR > WS-Today-STR(1:6)
                    or WS-Past-To-BOOL = 1
                    if WS-Arc-Month-STR > WS-From-STR(1:6) then
                        perform read-archive
                        if WS-Arc-Month-STR > WS-To-STR(1:6) then
                            move 1 to WS-Past-To-BOOL
                        end-if
                    end-if
                    perform next-arc-month
                end-perform
            end-if

            if WS-Past-To-BOOL = 0 then
                open input GameLog-File
                if WS-GL-Status = "00" then
                    perform until WS-GL-Status not = "00"
                        read GameLog-File
                        if WS-GL-Status = "00" then
                            move GL-Record to WS-Rec-STR
                            perform check-round
                        end-if
                    end-perform
                    close GameLog-File
                end-if
            end-if
        .

        read-archive section.
            move spaces to WS-GL-Arch-STR
            string
                "glog" delimited by size
                WS-Arc-Month-STR delimited by size
                ".arc" delimited by size
                into WS-GL-Arch-STR
            end-string
            open input GameLog-Arch
            if WS-GLA-Status not = "00" then
                exit section
            end-if
            add 1 to WS-Arc-Files-INT
            perform until WS-GLA-Status not = "00"
                read GameLog-Arch
                if WS-GLA-Status = "00" then
                    move GLA-Record to WS-Rec-STR
                    perform check-round
                end-if
            end-perform
            close GameLog-Arch
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

        check-round section.
            if WS-Rec-STR(1:8) is not numeric then
                exit section
            end-if
            add 1 to WS-Rec-Read-INT
            if WS-Rec-STR(1:8) < WS-From-STR or
                WS-Rec-STR(1:8) > WS-To-STR then
                exit section
            end-if

            move spaces to WS-Rec-Inits-STR
            move spaces to WS-Rec-Mode-STR
            if WS-Rec-STR(74:4) = " by=" and
                WS-Rec-STR(81:6) = " mode=" then
                move WS-Rec-STR(78:3) to WS-Rec-Inits-STR
                move WS-Rec-STR(87:8) to WS-Rec-Mode-STR
            end-if
            if WS-Want-Inits-STR not = spaces and
                WS-Rec-Inits-STR not = WS-Want-Inits-STR then
                exit section
            end-if
            if WS-Want-Mode-STR not = spaces and
                WS-Rec-Mode-STR not = WS-Want-Mode-STR then
                exit section
            end-if
            if WS-Want-Cause-STR not = spaces and
                WS-Rec-STR(45:10) not = WS-Want-Cause-STR and
                WS-Rec-STR(64:10) not = WS-Want-Cause-STR then
                exit section
            end-if

            move 0 to WS-Rec-P1-INT
            move 0 to WS-Rec-P2-INT
            if WS-Rec-STR(26:3) is numeric then
                move WS-Rec-STR(26:3) to WS-Rec-P1-INT
            end-if
            if WS-Rec-STR(33:3) is numeric then
                move WS-Rec-STR(33:3) to WS-Rec-P2-INT
            end-if
            if WS-Rec-P1-INT > WS-Rec-P2-INT then
                move WS-Rec-P1-INT to WS-Rec-Score-INT
            else
                move WS-Rec-P2-INT to WS-Rec-Score-INT
            end-if

            *> A new month closes the last one's subtotal
            if WS-Rec-STR(1:6) not = WS-Cur-Month-STR then
                if WS-Cur-Month-STR not = spaces then
                    perform print-month-total
                end-if
                move WS-Rec-STR(1:6) to WS-Cur-Month-STR
            end-if

            move 1 to WS-Tot-Idx-INT
            perform until WS-Tot-Idx-INT > 2
                add 1 to WS-Tot-Games-INT(WS-Tot-Idx-INT)
                add WS-Rec-Score-INT to WS-Tot-Sum-INT(WS-Tot-Idx-INT)
                if WS-Rec-Score-INT > WS-Tot-Best-INT(WS-Tot-Idx-INT)
                    then
                    move WS-Rec-Score-INT to
                        WS-Tot-Best-INT(WS-Tot-Idx-INT)
                end-if
                add 1 to WS-Tot-Idx-INT
            end-perform
            move 1 to WS-Cause-Idx-INT
            perform until WS-Cause-Idx-INT > 4
                if WS-Rec-STR(45:10) =
                    WS-Cause-Name-STR(WS-Cause-Idx-INT) then
                    add 1 to WS-Cause-Count-INT(WS-Cause-Idx-INT)
                end-if
                if WS-Rec-STR(64:10) =
                    WS-Cause-Name-STR(WS-Cause-Idx-INT) then
                    add 1 to WS-Cause-Count-INT(WS-Cause-Idx-INT)
                end-if
                add 1 to WS-Cause-Idx-INT
            end-perform

            perform print-round
            perform write-extract
        .

        print-round section.
            move WS-Rec-P1-INT to WS-P1-Edit
            move WS-Rec-P2-INT to WS-P2-Edit
            move WS-Rec-Score-INT to WS-Score-Edit
            display WS-Rec-STR(1:4) "-" WS-Rec-STR(5:2) "-"
                WS-Rec-STR(7:2) " " WS-Rec-STR(9:2) ":"
                WS-Rec-STR(11:2) " " WS-Rec-Inits-STR " "
                WS-Rec-Mode-STR " " WS-P1-Edit " " WS-P2-Edit
                " " WS-Rec-STR(45:10) " " WS-Rec-STR(64:10)
                "   " WS-Score-Edit
        .

        write-extract section.
            if WS-Ext-Open-BOOL = 0 then
                exit section
            end-if
            move spaces to EXT-Record
            string
                WS-Rec-STR(1:8) delimited by size
                "," delimited by size
                WS-Rec-STR(9:2) delimited by size
                ":" delimited by size
                WS-Rec-STR(11:2) delimited by size
                "," delimited by size
                WS-Rec-Inits-STR delimited by space
                "," delimited by size
                WS-Rec-Mode-STR delimited by space
                "," delimited by size
                WS-Rec-P1-INT delimited by size
                "," delimited by size
                WS-Rec-P2-INT delimited by size
                "," delimited by size
                WS-Rec-STR(45:10) delimited by space
                "," delimited by size
                WS-Rec-STR(64:10) delimited by space
                "," delimited by size
                WS-Rec-Score-INT delimited by size
                into EXT-Record
            end-string
            write EXT-Record
            add 1 to WS-Ext-Rows-INT
        .

        print-month-total section.
            move spaces to WS-Tot-Label-STR
            string
                "  " delimited by size
                WS-Cur-Month-STR(1:4) delimited by size
                "-" delimited by size
                WS-Cur-Month-STR(5:2) delimited by size
                " total" delimited by size
                into WS-Tot-Label-STR
            end-string
            move 1 to WS-Tot-Idx-INT
            perform print-total
            initialize WS-Tot-Entry(1)
        .

        print-total section.
            move WS-Tot-Games-INT(WS-Tot-Idx-INT) to WS-Count-Edit
            move 0 to WS-Avg-DEC
            if WS-Tot-Games-INT(WS-Tot-Idx-INT) > 0 then
                compute WS-Avg-DEC rounded =
                    WS-Tot-Sum-INT(WS-Tot-Idx-INT) /
                    WS-Tot-Games-INT(WS-Tot-Idx-INT)
            end-if
            move WS-Avg-DEC to WS-Avg-Edit
            move WS-Tot-Best-INT(WS-Tot-Idx-INT) to WS-Score-Edit
            display WS-Tot-Label-STR " games" WS-Count-Edit
                "  avg " WS-Avg-Edit "  best " WS-Score-Edit
            display " "
        .

        finish-report section.
            if WS-Cur-Month-STR not = spaces then
                perform print-month-total
            end-if
            display "-----------------------------------------------"
                "------------------"
            if WS-Tot-Games-INT(2) = 0 then
                display "  no rounds match"
            end-if
            move "ALL MATCHES" to WS-Tot-Label-STR
            move 2 to WS-Tot-Idx-INT
            perform print-total

            display "Deaths in matched rounds (either snake)"
            move 1 to WS-Cause-Idx-INT
            perform until WS-Cause-Idx-INT > 4
                move WS-Cause-Count-INT(WS-Cause-Idx-INT) to
                    WS-Count-Edit
                display "  " WS-Cause-Name-STR(WS-Cause-Idx-INT)
                    WS-Count-Edit
                add 1 to WS-Cause-Idx-INT
            end-perform
            display " "

            move WS-Rec-Read-INT to WS-Count-Edit
            display "Rounds read          :" WS-Count-Edit
            move WS-Arc-Files-INT to WS-Count-Edit
            display "Archives read        :" WS-Count-Edit
            if WS-Ext-Open-BOOL = 1 then
                close Extract-File
                move WS-Ext-Rows-INT to WS-Count-Edit
                display "Rows in history.csv  :" WS-Count-Edit
            end-if
        .

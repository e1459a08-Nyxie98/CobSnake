       *> content is derived purely from the live files and the
       *> cutoff -- so a re-run either regenerates identical output
       *> or finds nothing left to archive and changes nothing.
       *> Anything left half done ends the job with return code 8
       *> so the nightly stream stops here and a rerun resumes
       *> with this step.

        environment division.
        input-output section.
        if WS-GL-Split-OK-BOOL = 0 then
            display "archive: gamelog work files failed;"
                " gamelog.dat left untouched"
            move 8 to return-code
            perform discard-gamelog-tmp
        else
            if WS-GL-Moved-INT > 0 then
                    *> summary line
                    display "archive: summary update failed;"
                        " gamelog.dat left untouched"
                    move 8 to return-code
                    perform discard-gamelog-tmp
                end-if
            else
        if WS-DC-Split-OK-BOOL = 0 then
            display "archive: daily work files failed;"
                " daily.dat left untouched"
            move 8 to return-code
            perform discard-daily-tmp
        else
            if WS-DC-Moved-INT > 0 then
            if WS-GL-Status not = "00" then
                display "archive: cannot open gamelog.dat (status "
                    WS-GL-Status ")"
                if WS-GL-Status not = "35" then
                    move 8 to return-code
                end-if
                exit section
            end-if
            open output GameLog-New
            if WS-Rename-Status-INT not = 0 then
                display "archive: could not replace summary.dat"
                    " (this run's lines remain in summary.tmp)"
                move 8 to return-code
                move 0 to WS-Sum-OK-BOOL
            end-if
        .
                    display "archive: could not place "
                        WS-GL-ArcFinal-STR
                        "; gamelog.dat left untouched"
                    move 8 to return-code
                    exit section
                end-if
            else
                    display "archive: could not rebuild "
                        WS-GL-ArcFinal-STR
                        "; gamelog.dat left untouched"
                    move 8 to return-code
                    exit section
                end-if
            end-if
            if WS-Rename-Status-INT not = 0 then
                display "archive: could not replace gamelog.dat"
                    " (kept records remain in gamelog.tmp)"
                move 8 to return-code
            end-if
        .

            if WS-Rename-Status-INT not = 0 then
                display "archive: could not replace gamelog.dat"
                    " (kept records remain in gamelog.tmp)"
                move 8 to return-code
            end-if
            move WS-GL-Arch-STR to WS-Old-Name-STR
            call "CBL_DELETE_FILE" using
            if WS-Rename-Status-INT not = 0 then
                display "archive: could not place " WS-New-Name-STR
                    "; daily.dat left untouched"
                move 8 to return-code
                exit section
            end-if
            display "archived to " WS-New-Name-STR
            if WS-Rename-Status-INT not = 0 then
                display "archive: could not replace daily.dat"
                    " (kept records remain in daily.tmp)"
                move 8 to return-code
            end-if
        .

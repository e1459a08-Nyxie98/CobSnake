       *> generation copy that itself validates is restored in its
       *> place, and only when no generation is good does the game
       *> fall back to coded defaults.
       *>
       *> Before any of that, journal.dat is settled the same way
       *> the game does at startup (see main.cbl's recover-journal):
       *> a round that committed but never finished writing is
       *> re-applied from its journaled images, a round that never
       *> committed is backed out, and the outcome is reported and
       *> noted in recovery.log. The file checks then see the
       *> repaired files.
       *>
       *> Ends with return code 8 when any file was quarantined and
       *> not restored from a generation, so the nightly stream can
       *> stop before anything else runs over defaulted data.

        environment division.
        input-output section.
                file status is WS-ACH-Status.
            select Profile-File assign to "profiles.dat"
                organization indexed
                access mode dynamic
                record key CPF-Initials-STR
                file status is WS-PF-Status.
            select Tour-File assign to "tourney.dat"
                organization line sequential
                file status is WS-TRN-Status.
            select Daily-File assign to "daily.dat"
                organization line sequential
                file status is WS-DCH-Status.
            select Camprun-File assign to "camprun.dat"
                organization line sequential
                file status is WS-CRN-Status.
            select Journal-File assign to "journal.dat"
                organization line sequential
                file status is WS-JNL-Status.
            select Recovery-Log assign to "recovery.log"
                organization line sequential
                file status is WS-RLG-Status.

        data division.
        file section.
        01  CPF-Record.
            05 CPF-Initials-STR     pic x(3).
            05 CPF-Counters-STR     pic x(35).
            05 CPF-Pin-STR          pic x(4).
        fd  Tour-File.
        01  TRN-Record              pic x(12).
        fd  Daily-File.
        01  DC-Record               pic x(16).
        fd  Camprun-File.
        01  CRN-Record              pic x(58).
        fd  Journal-File.
        01  JNL-Record              pic x(120).
        fd  Recovery-Log.
        01  RLG-Record              pic x(80).

        working-storage section.

        01 WS-GL-Status            pic xx      value "00".
        01 WS-ACH-Status           pic xx      value "00".
        01 WS-PF-Status            pic xx      value "00".
        01 WS-TRN-Status           pic xx      value "00".
        01 WS-DCH-Status           pic xx      value "00".
        01 WS-CRN-Status           pic xx      value "00".
        01 WS-JNL-Status           pic xx      value "00".
        01 WS-RLG-Status           pic xx      value "00".

       *> Per-file verdict handed to report-file
        01 WS-Chk-Name-STR          pic x(13)   value spaces.

        01 WS-Cfg-Line-INT          pic 9(2)    value 0.

       *> journal.dat recovery, same layout main.cbl writes:
       *>   B timestamp(3:21) initials(25:3) mode(29:8)
       *>   I tag(3:8) size-before(12:12) image(25:94)
       *>   C commit    D done    X discarded
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
        01 WS-Jnl-Was-Size-INT      pic 9(12)   value 0.
        01 WS-Jnl-Begun-BOOL        pic 9       value 0.
        01 WS-Jnl-Commit-BOOL       pic 9       value 0.
        01 WS-Jnl-Done-BOOL         pic 9       value 0.
        01 WS-Jnl-Bad-BOOL          pic 9       value 0.
        01 WS-Jnl-Applied-INT       pic 9(3)    value 0.
        01 WS-Jnl-Skipped-INT       pic 9(3)    value 0.
        01 WS-Jnl-Msg-STR           pic x(64)   value spaces.
        01 WS-Jnl-TimeStamp-STR     pic x(21)   value spaces.

        procedure division.
        main-procedure.

        display "CobSnake data file check"
        display "------------------------------------------".

        perform check-journal.
        perform check-config.
        perform check-gamelog.
        perform check-highscore.
            display "All files OK"
        else
            display WS-Fail-Total-INT " file(s) quarantined"
            move 8 to return-code
        end-if.

        stop run.

        check-journal section.
            move "journal.dat" to WS-Chk-Name-STR
            perform read-journal-state
            if WS-Jnl-Begun-BOOL = 0 and WS-Jnl-Bad-BOOL = 0 then
                if WS-JNL-Status = "35" then
                    display WS-Chk-Name-STR ": ABSENT (ok)"
                else
                    display WS-Chk-Name-STR ": CLEAN"
                end-if
                exit section
            end-if
            if WS-Jnl-Done-BOOL = 1 then
                display WS-Chk-Name-STR ": CLEAN"
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
                display WS-Chk-Name-STR
                    ": DAMAGED - files left as found"
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
                    display WS-Chk-Name-STR ": BACKED OUT"
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
                    display WS-Chk-Name-STR ": RECOVERED"
                end-if
                display "            " function trim(WS-Jnl-Msg-STR)
            end-if

            open extend Journal-File
            if WS-JNL-Status = "00" then
                move spaces to JNL-Record
                move WS-Jnl-Tag-STR(1:1) to JNL-Record(1:1)
                write JNL-Record
                close Journal-File
            end-if
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
                        move WS-Jnl-Line-STR(1:42) to CPF-Record
                        rewrite CPF-Record
                            invalid key
                                write CPF-Record end-write
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

       *> Scans WS-Scan-STR(1:WS-Scan-Len-INT) and clears
       *> WS-Digits-OK-BOOL unless every position is a digit
        scan-digits section.
                                    into WS-Chk-Reason-STR
                                end-string
                            end-if
                            *> The PIN is blank (none) or 4 digits
                            if WS-Chk-OK-BOOL = 1 and
                                CPF-Pin-STR not = spaces and
                                CPF-Pin-STR is not numeric then
                                move 0 to WS-Chk-OK-BOOL
                                string
                                    "bad PIN in record "
                                        delimited by size
                                    WS-Line-Count-INT
                                        delimited by size
                                    into WS-Chk-Reason-STR
                                end-string
                            end-if
                        end-if
                    end-perform
                    if WS-PF-Status not = "10" and

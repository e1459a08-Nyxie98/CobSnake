        identification division.
        program-id. nightly.

       *> Nightly housekeeping stream. Runs the batch jobs in a fixed
       *> order from the game directory, each one's output going to
       *> <step>.lst:
       *>   FILECHECK  always first; a file quarantined and not
       *>              restored (return code 8) stops the stream
       *>   ARCHIVE    only once a new month has started
       *>   CLOSEOUT, REPORT, BOOKKEEP, CAMPRPT, VERIFY, RECONCILE
       *> (reconcile is answered N -- drift is reported for someone
       *> to look at, never rewritten unattended). A new job goes on
       *> the end of WS-Step-Values.
       *>
       *> Return codes: 0 OK, 4 finished with something to look at
       *> (WARNING -- the stream carries on), anything else FAILED
       *> and the stream stops there.
       *>
       *> jobctl.dat holds the current run, rewritten after every
       *> step change:
       *>   H run-start(3:14) status(18:8) archived-month(27:6)
       *>   S step(3:10) state(14:8) start(23:14) end(38:14) rc(53:3)
       *> with state PENDING, RUNNING, OK, WARNING, FAILED or
       *> SKIPPED. While the last run is not COMPLETE, the next one
       *> resumes it: steps already OK, WARNING or SKIPPED are not
       *> run again, and it picks up at the step that failed (or
       *> was RUNNING when the machine went down). A FILECHECK that
       *> failed is not retried while any <name>.dat.bad it left is
       *> still there -- someone has to deal with the quarantined
       *> files first, or a rerun would pass over the defaults.
       *>
       *> runhist.dat gets one line per run of this program:
       *>   run-start(1:14) finished(16:14) outcome(31:8)
       *>   step(40:10) rc(51:3) steps-run(55:2) resumed(58:1)
       *> outcome COMPLETE, WARNINGS or FAILED (step and rc are the
       *> step that stopped it), resumed Y when it picked up an
       *> earlier run.

        environment division.
        input-output section.
        file-control.
            select Jobctl-File assign to "jobctl.dat"
                organization line sequential
                file status is WS-JCT-Status.
            select Jobctl-New assign to "jobctl.new"
                organization line sequential
                file status is WS-JCN-Status.
            select Runhist-File assign to "runhist.dat"
                organization line sequential
                file status is WS-RHS-Status.

        data division.
        file section.
        fd  Jobctl-File.
        01  JCT-Record              pic x(56).
        fd  Jobctl-New.
        01  JCN-Record              pic x(56).
        fd  Runhist-File.
        01  RHS-Record              pic x(58).

        working-storage section.

        01 WS-JCT-Status           pic xx      value "00".
        01 WS-JCN-Status           pic xx      value "00".
        01 WS-RHS-Status           pic xx      value "00".

       *> The stream: step name, kind (G = gate, M = monthly) and
       *> the command, run through the shell
        01 WS-Step-Values.
            05 filler pic x(10) value "FILECHECK".
            05 filler pic x     value "G".
            05 filler pic x(24) value "./filecheck".
            05 filler pic x(10) value "ARCHIVE".
            05 filler pic x     value "M".
            05 filler pic x(24) value "./archive".
            05 filler pic x(10) value "CLOSEOUT".
            05 filler pic x     value " ".
            05 filler pic x(24) value "./closeout".
            05 filler pic x(10) value "REPORT".
            05 filler pic x     value " ".
            05 filler pic x(24) value "./report".
            05 filler pic x(10) value "BOOKKEEP".
            05 filler pic x     value " ".
            05 filler pic x(24) value "./bookkeep".
            05 filler pic x(10) value "CAMPRPT".
            05 filler pic x     value " ".
            05 filler pic x(24) value "./camprpt".
            05 filler pic x(10) value "VERIFY".
            05 filler pic x     value " ".
            05 filler pic x(24) value "./verify".
            05 filler pic x(10) value "RECONCILE".
            05 filler pic x     value " ".
            05 filler pic x(24) value "echo N | ./reconcile".
        01 WS-Step-Table redefines WS-Step-Values.
            05 WS-Step-Entry        occurs 8 times.
                10 WS-Step-Name-STR pic x(10).
                10 WS-Step-Kind-STR pic x.
                10 WS-Step-Cmd-STR  pic x(24).
        01 WS-Step-Count-INT        pic 9(2)    value 8.
        01 WS-Step-Idx-INT          pic 9(2)    value 0.
        01 WS-Jct-Idx-INT           pic 9(2)    value 0.

       *> Where each step of this run stands
        01 WS-Run-Table.
            05 WS-Run-Entry         occurs 8 times.
                10 WS-Run-State-STR pic x(8).
                10 WS-Run-Start-STR pic x(14).
                10 WS-Run-End-STR   pic x(14).
                10 WS-Run-RC-INT    pic 9(3).
        01 WS-Run-Stamp-STR         pic x(14)   value spaces.
        01 WS-Run-Status-STR        pic x(8)    value spaces.
        01 WS-Run-Resumed-STR       pic x       value "N".
        01 WS-Run-Ran-INT           pic 9(2)    value 0.
        01 WS-Run-Stop-BOOL         pic 9       value 0.
        01 WS-Run-Warn-BOOL         pic 9       value 0.
        01 WS-Run-Failed-INT        pic 9(2)    value 0.
        01 WS-Archived-Month-STR    pic x(6)    value spaces.

       *> jobctl.dat as the last run left it
        01 WS-Old-Found-BOOL        pic 9       value 0.
        01 WS-Old-Status-STR        pic x(8)    value spaces.
        01 WS-Old-Stamp-STR         pic x(14)   value spaces.
        01 WS-Jct-Line-STR          pic x(56)   value spaces.
        01 WS-Save-OK-BOOL          pic 9       value 1.

       *> One step's run
        01 WS-Now-STR               pic x(21)   value spaces.
        01 WS-Cmd-STR               pic x(80)   value spaces.
        01 WS-List-Name-STR         pic x(14)   value spaces.
        01 WS-Sys-Status-INT        pic 9(9)    value 0.
        01 WS-Step-RC-INT           pic 9(3)    value 0.

       *> Files filecheck quarantines, as <name>.dat.bad
        01 WS-Bad-Values.
            05 filler pic x(18) value "journal.dat.bad".
            05 filler pic x(18) value "config.dat.bad".
            05 filler pic x(18) value "gamelog.dat.bad".
            05 filler pic x(18) value "highscore.dat.bad".
            05 filler pic x(18) value "scores.dat.bad".
            05 filler pic x(18) value "achieve.dat.bad".
            05 filler pic x(18) value "profiles.dat.bad".
            05 filler pic x(18) value "restart.dat.bad".
            05 filler pic x(18) value "layout.dat.bad".
            05 filler pic x(18) value "replay.dat.bad".
            05 filler pic x(18) value "replaycat.dat.bad".
        01 WS-Bad-Table redefines WS-Bad-Values.
            05 WS-Bad-Name-STR      pic x(18) occurs 11 times.
        01 WS-Bad-Idx-INT           pic 9(2)    value 0.
        01 WS-Bad-Total-INT         pic 9(2)    value 0.
        01 WS-Bad-FileInfo.
            05 WS-Bad-FileSize-INT  pic 9(18)   comp.
            05 filler               pic x(8).
        01 WS-Bad-Exist-INT         pic 9(4)    value 0.

        01 WS-Old-Name-STR          pic x(14)   value spaces.
        01 WS-New-Name-STR          pic x(14)   value spaces.
        01 WS-Rename-Status-INT     pic 9(4)    value 0.
        01 WS-RC-Edit               pic zz9.
        01 WS-Count-Edit            pic zzzzz9.
        01 WS-History-Line-STR      pic x(58)   value spaces.

        procedure division.
        main-procedure.

        display "===============================================".
        display " CobSnake nightly housekeeping".
        display "===============================================".

        perform load-jobctl.
        perform save-jobctl.
        if WS-Save-OK-BOOL = 0 then
            display "nightly: cannot write jobctl.dat; nothing run"
            move 8 to return-code
            stop run
        end-if.

        move 0 to WS-Run-Stop-BOOL.
        move 1 to WS-Step-Idx-INT.
        perform until WS-Step-Idx-INT > WS-Step-Count-INT or
            WS-Run-Stop-BOOL = 1
            perform run-step
            add 1 to WS-Step-Idx-INT
        end-perform.

        if WS-Run-Stop-BOOL = 1 then
            move "FAILED" to WS-Run-Status-STR
            move 8 to return-code
        else
            move "COMPLETE" to WS-Run-Status-STR
            if WS-Run-Warn-BOOL = 1 then
                move 4 to return-code
            end-if
        end-if.
        perform save-jobctl.
        perform write-history.
        perform print-run.

        stop run.

        load-jobctl section.
            *> An unfinished run is picked up where it stopped;
            *> otherwise every step starts out PENDING. The month
            *> archive last ran in is carried from run to run.
            move 1 to WS-Step-Idx-INT
            perform until WS-Step-Idx-INT > WS-Step-Count-INT
                move "PENDING" to WS-Run-State-STR(WS-Step-Idx-INT)
                move spaces to WS-Run-Start-STR(WS-Step-Idx-INT)
                move spaces to WS-Run-End-STR(WS-Step-Idx-INT)
                move 0 to WS-Run-RC-INT(WS-Step-Idx-INT)
                add 1 to WS-Step-Idx-INT
            end-perform

            move 0 to WS-Old-Found-BOOL
            open input Jobctl-File
            if WS-JCT-Status = "00" then
                perform until WS-JCT-Status not = "00"
                    read Jobctl-File
                    if WS-JCT-Status = "00" and
                        JCT-Record(1:1) = "H" then
                        move 1 to WS-Old-Found-BOOL
                        move JCT-Record(3:14) to WS-Old-Stamp-STR
                        move JCT-Record(18:8) to WS-Old-Status-STR
                        move JCT-Record(27:6) to WS-Archived-Month-STR
                    end-if
                end-perform
                close Jobctl-File
            end-if

            move function current-date to WS-Now-STR
            if WS-Old-Found-BOOL = 1 and
                WS-Old-Status-STR not = "COMPLETE" then
                move "Y" to WS-Run-Resumed-STR
                move WS-Old-Stamp-STR to WS-Run-Stamp-STR
                perform load-step-states
                display "Resuming the run started "
                    WS-Run-Stamp-STR(1:8) " " WS-Run-Stamp-STR(9:6)
            else
                move "N" to WS-Run-Resumed-STR
                move WS-Now-STR(1:14) to WS-Run-Stamp-STR
                display "New run " WS-Run-Stamp-STR(1:8) " "
                    WS-Run-Stamp-STR(9:6)
            end-if
            move "RUNNING" to WS-Run-Status-STR
            display " "
        .

        load-step-states section.
            *> Step lines are matched by name, so a step added to
            *> the stream since the run began just starts PENDING
            open input Jobctl-File
            if WS-JCT-Status not = "00" then
                exit section
            end-if
            perform until WS-JCT-Status not = "00"
                read Jobctl-File
                if WS-JCT-Status = "00" and
                    JCT-Record(1:1) = "S" then
                    move 1 to WS-Jct-Idx-INT
                    perform until WS-Jct-Idx-INT > WS-Step-Count-INT
                        if WS-Step-Name-STR(WS-Jct-Idx-INT) =
                            JCT-Record(3:10) then
                            move JCT-Record(14:8) to
                                WS-Run-State-STR(WS-Jct-Idx-INT)
                            move JCT-Record(23:14) to
                                WS-Run-Start-STR(WS-Jct-Idx-INT)
                            move JCT-Record(38:14) to
                                WS-Run-End-STR(WS-Jct-Idx-INT)
                            if JCT-Record(53:3) is numeric then
                                move JCT-Record(53:3) to
                                    WS-Run-RC-INT(WS-Jct-Idx-INT)
                            end-if
                        end-if
                        add 1 to WS-Jct-Idx-INT
                    end-perform
                end-if
            end-perform
            close Jobctl-File
        .

        run-step section.
            *> Steps this run already got through stay as they are
            evaluate WS-Run-State-STR(WS-Step-Idx-INT)
                when "OK"
                when "SKIPPED"
                    display WS-Step-Name-STR(WS-Step-Idx-INT)
                        " already " WS-Run-State-STR(WS-Step-Idx-INT)
                    exit section
                when "WARNING"
                    move 1 to WS-Run-Warn-BOOL
                    display WS-Step-Name-STR(WS-Step-Idx-INT)
                        " already " WS-Run-State-STR(WS-Step-Idx-INT)
                    exit section
            end-evaluate

            move function current-date to WS-Now-STR

            *> Archive is month-end work: once per calendar month
            if WS-Step-Kind-STR(WS-Step-Idx-INT) = "M" and
                WS-Archived-Month-STR = WS-Now-STR(1:6) then
                move "SKIPPED" to WS-Run-State-STR(WS-Step-Idx-INT)
                move WS-Now-STR(1:14) to
                    WS-Run-Start-STR(WS-Step-Idx-INT)
                move WS-Now-STR(1:14) to
                    WS-Run-End-STR(WS-Step-Idx-INT)
                move 0 to WS-Run-RC-INT(WS-Step-Idx-INT)
                perform save-jobctl
                display WS-Step-Name-STR(WS-Step-Idx-INT)
                    " SKIPPED (already run this month)"
                exit section
            end-if

            *> A gate that failed last time is only retried once
            *> its quarantined files have been dealt with
            if WS-Step-Kind-STR(WS-Step-Idx-INT) = "G" and
                WS-Run-State-STR(WS-Step-Idx-INT) = "FAILED" then
                perform count-bad-files
                if WS-Bad-Total-INT > 0 then
                    display WS-Step-Name-STR(WS-Step-Idx-INT)
                        " not retried: quarantined files remain"
                    move 1 to WS-Run-Stop-BOOL
                    move WS-Step-Idx-INT to WS-Run-Failed-INT
                    exit section
                end-if
            end-if

            move "RUNNING" to WS-Run-State-STR(WS-Step-Idx-INT)
            move WS-Now-STR(1:14) to WS-Run-Start-STR(WS-Step-Idx-INT)
            move spaces to WS-Run-End-STR(WS-Step-Idx-INT)
            move 0 to WS-Run-RC-INT(WS-Step-Idx-INT)
            perform save-jobctl

            move spaces to WS-List-Name-STR
            string
                function lower-case(WS-Step-Name-STR(WS-Step-Idx-INT))
                    delimited by space
                ".lst" delimited by size
                into WS-List-Name-STR
            end-string
            move spaces to WS-Cmd-STR
            string
                WS-Step-Cmd-STR(WS-Step-Idx-INT) delimited by "  "
                " > " delimited by size
                WS-List-Name-STR delimited by space
                " 2>&1" delimited by size
                into WS-Cmd-STR
            end-string
            display WS-Step-Name-STR(WS-Step-Idx-INT) " started  "
                WS-Now-STR(9:6) " -> " WS-List-Name-STR

            *> The shell hands back its wait status: the exit code
            *> times 256
            call "SYSTEM" using WS-Cmd-STR
                returning WS-Sys-Status-INT
            end-call
            add 1 to WS-Run-Ran-INT
            compute WS-Step-RC-INT = WS-Sys-Status-INT / 256
            if WS-Sys-Status-INT > 0 and WS-Step-RC-INT = 0 then
                *> Killed by a signal rather than exiting
                move 255 to WS-Step-RC-INT
            end-if

            move function current-date to WS-Now-STR
            move WS-Now-STR(1:14) to WS-Run-End-STR(WS-Step-Idx-INT)
            move WS-Step-RC-INT to WS-Run-RC-INT(WS-Step-Idx-INT)
            evaluate WS-Step-RC-INT
                when 0
                    move "OK" to WS-Run-State-STR(WS-Step-Idx-INT)
                when 4
                    move "WARNING" to
                        WS-Run-State-STR(WS-Step-Idx-INT)
                    move 1 to WS-Run-Warn-BOOL
                when other
                    move "FAILED" to
                        WS-Run-State-STR(WS-Step-Idx-INT)
                    move 1 to WS-Run-Stop-BOOL
                    move WS-Step-Idx-INT to WS-Run-Failed-INT
            end-evaluate
            if WS-Step-Kind-STR(WS-Step-Idx-INT) = "M" and
                WS-Run-Stop-BOOL = 0 then
                move WS-Now-STR(1:6) to WS-Archived-Month-STR
            end-if
            perform save-jobctl

            move WS-Step-RC-INT to WS-RC-Edit
            display WS-Step-Name-STR(WS-Step-Idx-INT) " ended    "
                WS-Now-STR(9:6) "  rc" WS-RC-Edit "  "
                WS-Run-State-STR(WS-Step-Idx-INT)
            if WS-Run-Stop-BOOL = 1 and
                WS-Step-Kind-STR(WS-Step-Idx-INT) = "G" then
                display "  files quarantined and not restored --"
                    " see " WS-List-Name-STR
            end-if
        .

        count-bad-files section.
            move 0 to WS-Bad-Total-INT
            move 1 to WS-Bad-Idx-INT
            perform until WS-Bad-Idx-INT > 11
                call "CBL_CHECK_FILE_EXIST" using
                    WS-Bad-Name-STR(WS-Bad-Idx-INT) WS-Bad-FileInfo
                    returning WS-Bad-Exist-INT
                end-call
                if WS-Bad-Exist-INT = 0 then
                    add 1 to WS-Bad-Total-INT
                    display "  still quarantined: "
                        WS-Bad-Name-STR(WS-Bad-Idx-INT)
                end-if
                add 1 to WS-Bad-Idx-INT
            end-perform
        .

        save-jobctl section.
            *> Written whole to jobctl.new and renamed into place, so
            *> a power cut leaves the old state or the new one
            move 1 to WS-Save-OK-BOOL
            open output Jobctl-New
            if WS-JCN-Status not = "00" then
                display "nightly: cannot open jobctl.new (status "
                    WS-JCN-Status ")"
                move 0 to WS-Save-OK-BOOL
                exit section
            end-if
            move spaces to WS-Jct-Line-STR
            move "H" to WS-Jct-Line-STR(1:1)
            move WS-Run-Stamp-STR to WS-Jct-Line-STR(3:14)
            move WS-Run-Status-STR to WS-Jct-Line-STR(18:8)
            move WS-Archived-Month-STR to WS-Jct-Line-STR(27:6)
            move WS-Jct-Line-STR to JCN-Record
            write JCN-Record
            move 1 to WS-Jct-Idx-INT
            perform until WS-Jct-Idx-INT > WS-Step-Count-INT
                move spaces to WS-Jct-Line-STR
                move "S" to WS-Jct-Line-STR(1:1)
                move WS-Step-Name-STR(WS-Jct-Idx-INT) to
                    WS-Jct-Line-STR(3:10)
                move WS-Run-State-STR(WS-Jct-Idx-INT) to
                    WS-Jct-Line-STR(14:8)
                move WS-Run-Start-STR(WS-Jct-Idx-INT) to
                    WS-Jct-Line-STR(23:14)
                move WS-Run-End-STR(WS-Jct-Idx-INT) to
                    WS-Jct-Line-STR(38:14)
                move WS-Run-RC-INT(WS-Jct-Idx-INT) to
                    WS-Jct-Line-STR(53:3)
                move WS-Jct-Line-STR to JCN-Record
                write JCN-Record
                if WS-JCN-Status not = "00" then
                    move 0 to WS-Save-OK-BOOL
                end-if
                add 1 to WS-Jct-Idx-INT
            end-perform
            close Jobctl-New
            if WS-Save-OK-BOOL = 0 then
                display "nightly: jobctl.new write failed"
                exit section
            end-if
            move "jobctl.new" to WS-Old-Name-STR
            move "jobctl.dat" to WS-New-Name-STR
            call "CBL_RENAME_FILE" using
                WS-Old-Name-STR WS-New-Name-STR
                returning WS-Rename-Status-INT
            end-call
            if WS-Rename-Status-INT not = 0 then
                display "nightly: could not replace jobctl.dat"
                move 0 to WS-Save-OK-BOOL
            end-if
        .

        write-history section.
            move function current-date to WS-Now-STR
            move spaces to WS-History-Line-STR
            move WS-Run-Stamp-STR to WS-History-Line-STR(1:14)
            move WS-Now-STR(1:14) to WS-History-Line-STR(16:14)
            if WS-Run-Stop-BOOL = 1 then
                move "FAILED" to WS-History-Line-STR(31:8)
                move WS-Step-Name-STR(WS-Run-Failed-INT) to
                    WS-History-Line-STR(40:10)
                move WS-Run-RC-INT(WS-Run-Failed-INT) to
                    WS-History-Line-STR(51:3)
            else
                if WS-Run-Warn-BOOL = 1 then
                    move "WARNINGS" to WS-History-Line-STR(31:8)
                else
                    move "COMPLETE" to WS-History-Line-STR(31:8)
                end-if
            end-if
            move WS-Run-Ran-INT to WS-History-Line-STR(55:2)
            move WS-Run-Resumed-STR to WS-History-Line-STR(58:1)
            move WS-History-Line-STR to RHS-Record
            open extend Runhist-File
            if WS-RHS-Status = "35" then
                open output Runhist-File
            end-if
            if WS-RHS-Status not = "00" then
                display "nightly: cannot open runhist.dat (status "
                    WS-RHS-Status ")"
                exit section
            end-if
            write RHS-Record
            close Runhist-File
        .

        print-run section.
            display " "
            display "Steps"
            display "-----------------------------------------------"
            display "STEP       STATE    STARTED        ENDED      RC"
            move 1 to WS-Step-Idx-INT
            perform until WS-Step-Idx-INT > WS-Step-Count-INT
                move WS-Run-RC-INT(WS-Step-Idx-INT) to WS-RC-Edit
                display WS-Step-Name-STR(WS-Step-Idx-INT) " "
                    WS-Run-State-STR(WS-Step-Idx-INT) " "
                    WS-Run-Start-STR(WS-Step-Idx-INT)(3:12) "   "
                    WS-Run-End-STR(WS-Step-Idx-INT)(9:6) " "
                    WS-RC-Edit
                add 1 to WS-Step-Idx-INT
            end-perform
            display " "
            move WS-Run-Ran-INT to WS-Count-Edit
            display "Steps run this time  :" WS-Count-Edit
            if WS-Run-Stop-BOOL = 1 then
                display "Stream STOPPED at    :     "
                    WS-Step-Name-STR(WS-Run-Failed-INT)
                display "Fix the cause and run nightly again; it"
                    " resumes at that step."
            else
                if WS-Run-Warn-BOOL = 1 then
                    display "Stream complete, with warnings -- see"
                        " the .lst of each WARNING step"
                else
                    display "Stream complete"
                end-if
            end-if
        .

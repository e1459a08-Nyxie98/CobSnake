        identification division.
        program-id. pfconvert.

       *> One-shot conversion of profile files from the original
       *> 38-byte record to the current 42-byte one, which adds the
       *> 4-byte PF-Pin-STR (spaces = no PIN) after the best score.
       *> Run it once from the game directory, with the game shut
       *> down, after installing the new programs. It converts
       *>   profiles.dat                the live file
       *>   profiles.bk1, profiles.bk2  its generation copies, so
       *>                               filecheck can still restore
       *>                               from them
       *>   profiles2.dat               a second cabinet's copy,
       *>                               if one is waiting to merge
       *> Each record is copied across byte for byte with a blank
       *> PIN, into <name>.new. Only when every record has been
       *> written is the original renamed to <name>.pre -- kept as
       *> the backout copy -- and the .new renamed into its place.
       *> A file with a <name>.pre beside it has been converted
       *> already and is left alone, so a second run is harmless; a
       *> file that isn't there is skipped. Return code 8 when any
       *> file could not be converted, 0 otherwise.

        environment division.
        input-output section.
        file-control.
            select Old-File assign to dynamic WS-Old-Name-STR
                organization indexed
                access mode sequential
                record key OPF-Initials-STR
                file status is WS-OPF-Status.
            select New-File assign to dynamic WS-New-Name-STR
                organization indexed
                access mode sequential
                record key NPF-Initials-STR
                file status is WS-NPF-Status.

        data division.
        file section.
        fd  Old-File.
        01  OPF-Record.
            05 OPF-Initials-STR     pic x(3).
            05 OPF-Counters-STR     pic x(35).
        fd  New-File.
        01  NPF-Record.
            05 NPF-Initials-STR     pic x(3).
            05 NPF-Counters-STR     pic x(35).
            05 NPF-Pin-STR          pic x(4).

        working-storage section.

        01 WS-OPF-Status           pic xx      value "00".
        01 WS-NPF-Status           pic xx      value "00".

       *> The files converted, in this order
        01 WS-Conv-Names.
            05 filler               pic x(16)   value "profiles.dat".
            05 filler               pic x(16)   value "profiles.bk1".
            05 filler               pic x(16)   value "profiles.bk2".
            05 filler               pic x(16)   value "profiles2.dat".
        01 WS-Conv-Table redefines WS-Conv-Names.
            05 WS-Conv-Name-STR     pic x(16)   occurs 4 times.
        01 WS-Conv-Idx-INT          pic 9       value 0.

        01 WS-Old-Name-STR          pic x(20)   value spaces.
        01 WS-New-Name-STR          pic x(20)   value spaces.
        01 WS-Pre-Name-STR          pic x(20)   value spaces.
        01 WS-File-Info.
            05 WS-File-Size-INT     pic 9(18)   comp.
            05 filler               pic x(8).
        01 WS-Exist-INT             pic 9(4)    value 0.
        01 WS-Rename-Status-INT     pic 9(4)    value 0.
        01 WS-Conv-OK-BOOL          pic 9       value 1.
        01 WS-Read-INT              pic 9(5)    value 0.
        01 WS-Written-INT           pic 9(5)    value 0.
        01 WS-Converted-INT         pic 9       value 0.
        01 WS-Failed-INT            pic 9       value 0.
        01 WS-Count-Edit            pic zzzz9.

        procedure division.
        main-procedure.

        display "CobSnake profile conversion (PIN field)".
        display "------------------------------------------".

        move 1 to WS-Conv-Idx-INT.
        perform until WS-Conv-Idx-INT > 4
            perform convert-file
            add 1 to WS-Conv-Idx-INT
        end-perform.

        display "------------------------------------------".
        move WS-Converted-INT to WS-Count-Edit.
        display "files converted:" WS-Count-Edit.
        move WS-Failed-INT to WS-Count-Edit.
        display "files failed:   " WS-Count-Edit.

        if WS-Failed-INT > 0 then
            move 8 to return-code
        end-if.

        stop run.

        convert-file section.
            move spaces to WS-Old-Name-STR
            move WS-Conv-Name-STR(WS-Conv-Idx-INT) to
                WS-Old-Name-STR
            move spaces to WS-New-Name-STR
            string
                WS-Old-Name-STR delimited by space
                ".new" delimited by size
                into WS-New-Name-STR
            end-string
            move spaces to WS-Pre-Name-STR
            string
                WS-Old-Name-STR delimited by space
                ".pre" delimited by size
                into WS-Pre-Name-STR
            end-string

            call "CBL_CHECK_FILE_EXIST" using
                WS-Pre-Name-STR WS-File-Info
                returning WS-Exist-INT
            end-call
            if WS-Exist-INT = 0 then
                display WS-Old-Name-STR ": already converted"
                exit section
            end-if
            call "CBL_CHECK_FILE_EXIST" using
                WS-Old-Name-STR WS-File-Info
                returning WS-Exist-INT
            end-call
            if WS-Exist-INT not = 0 then
                display WS-Old-Name-STR ": absent, skipped"
                exit section
            end-if

            perform copy-records
            if WS-Conv-OK-BOOL = 0 then
                *> Nothing has touched the original; drop the
                *> half-built copy
                call "CBL_DELETE_FILE" using
                    WS-New-Name-STR
                    returning WS-Rename-Status-INT
                end-call
                add 1 to WS-Failed-INT
                exit section
            end-if

            call "CBL_RENAME_FILE" using
                WS-Old-Name-STR WS-Pre-Name-STR
                returning WS-Rename-Status-INT
            end-call
            if WS-Rename-Status-INT not = 0 then
                display WS-Old-Name-STR ": FAILED - cannot rename "
                    "the original aside; left unconverted"
                call "CBL_DELETE_FILE" using
                    WS-New-Name-STR
                    returning WS-Rename-Status-INT
                end-call
                add 1 to WS-Failed-INT
                exit section
            end-if
            call "CBL_RENAME_FILE" using
                WS-New-Name-STR WS-Old-Name-STR
                returning WS-Rename-Status-INT
            end-call
            if WS-Rename-Status-INT not = 0 then
                *> Put the original back rather than leave the game
                *> with no profile file at all
                display WS-Old-Name-STR ": FAILED - cannot rename "
                    "the converted copy in; original restored"
                call "CBL_RENAME_FILE" using
                    WS-Pre-Name-STR WS-Old-Name-STR
                    returning WS-Rename-Status-INT
                end-call
                add 1 to WS-Failed-INT
                exit section
            end-if

            add 1 to WS-Converted-INT
            move WS-Written-INT to WS-Count-Edit
            display WS-Old-Name-STR ": converted" WS-Count-Edit
                " record(s); original kept as " WS-Pre-Name-STR
        .

        copy-records section.
            *> Old file in key order straight into the new one, so
            *> the sequential writes arrive in ascending key order
            move 1 to WS-Conv-OK-BOOL
            move 0 to WS-Read-INT
            move 0 to WS-Written-INT
            open input Old-File
            if WS-OPF-Status not = "00" then
                display WS-Old-Name-STR ": FAILED - cannot open "
                    "(status " WS-OPF-Status "); is it already in "
                    "the new layout?"
                move 0 to WS-Conv-OK-BOOL
                exit section
            end-if
            open output New-File
            if WS-NPF-Status not = "00" then
                display WS-New-Name-STR ": FAILED - cannot create "
                    "(status " WS-NPF-Status ")"
                close Old-File
                move 0 to WS-Conv-OK-BOOL
                exit section
            end-if

            perform until WS-OPF-Status not = "00" or
                WS-Conv-OK-BOOL = 0
                read Old-File next
                if WS-OPF-Status = "00" then
                    add 1 to WS-Read-INT
                    move OPF-Initials-STR to NPF-Initials-STR
                    move OPF-Counters-STR to NPF-Counters-STR
                    move spaces to NPF-Pin-STR
                    write NPF-Record
                        invalid key
                            display WS-New-Name-STR ": FAILED - "
                                "write of " OPF-Initials-STR
                                " (status " WS-NPF-Status ")"
                            move 0 to WS-Conv-OK-BOOL
                        not invalid key
                            add 1 to WS-Written-INT
                    end-write
                end-if
            end-perform
            if WS-OPF-Status not = "10" and WS-Conv-OK-BOOL = 1
                then
                display WS-Old-Name-STR ": FAILED - read error "
                    "(status " WS-OPF-Status ")"
                move 0 to WS-Conv-OK-BOOL
            end-if
            close Old-File
            close New-File

            if WS-Conv-OK-BOOL = 1 and
                WS-Written-INT not = WS-Read-INT then
                display WS-Old-Name-STR ": FAILED - record count "
                    "mismatch"
                move 0 to WS-Conv-OK-BOOL
            end-if
        .

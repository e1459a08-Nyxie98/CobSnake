       *>   DELETE XXX            remove a leaver's record
       *>   RENAME OLD NEW        re-key a record (new initials must
       *>                         be free)
       *>   SETPIN XXX NNNN       give a profile a 4-digit PIN (the
       *>                         game then asks for it before the
       *>                         profile can be played)
       *>   CLEARPIN XXX          take a profile's PIN off
       *>   QUIT                  leave
       *> Every change appends an audit line (timestamp, action) to
       *> profaudit.dat so the paper-records crowd stays honest.
       *> PIN changes are audited without the digits.

        environment division.
        input-output section.
            05 PF-Food-Shrink-INT   pic 9(5).
            05 PF-Wins-INT          pic 9(5).
            05 PF-Best-INT          pic 9(5).
            05 PF-Pin-STR           pic x(4).
        fd  Audit-File.
        01  AUD-Record              pic x(80).

        01 WS-Count-Edit            pic zzzz9.
        01 WS-TimeStamp-STR         pic x(21)   value spaces.
        01 WS-Audit-Line-STR        pic x(80)   value spaces.
        01 WS-Hold-Record-STR       pic x(42)   value spaces.
        01 WS-Pin-Flag-STR          pic x       value spaces.

        procedure division.
        main-procedure.
                    perform delete-profile
                when "RENAME"
                    perform rename-profile
                when "SETPIN"
                    perform set-pin
                when "CLEARPIN"
                    perform clear-pin
                when spaces
                    continue
                when other
            display "                      WINS BEST (value 0-99999)"
            display "DELETE XXX            remove a record"
            display "RENAME OLD NEW        re-key a record"
            display "SETPIN XXX NNNN       set a 4-digit PIN"
            display "CLEARPIN XXX          remove the PIN"
            display "QUIT                  leave"
        .

                    WS-PF-Status ")"
                exit section
            end-if
            display
                "KEY GAMES FOODN FOODB FOODS FOODK WINS  BEST  PIN"
            move 0 to WS-Rec-Count-INT
            perform until WS-PF-Status not = "00"
                read Profile-File next
                if WS-PF-Status = "00" then
                    add 1 to WS-Rec-Count-INT
                    if PF-Pin-STR = spaces then
                        move "-" to WS-Pin-Flag-STR
                    else
                        move "Y" to WS-Pin-Flag-STR
                    end-if
                    display PF-Initials-STR " "
                        PF-Games-INT " "
                        PF-Food-Normal-INT " "
                        PF-Food-Speed-INT " "
                        PF-Food-Shrink-INT " "
                        PF-Wins-INT " "
                        PF-Best-INT " "
                        WS-Pin-Flag-STR
                end-if
            end-perform
            close Profile-File
                    display "shrink foods : " PF-Food-Shrink-INT
                    display "wins         : " PF-Wins-INT
                    display "best score   : " PF-Best-INT
                    if PF-Pin-STR = spaces then
                        display "pin          : none"
                    else
                        display "pin          : set"
                    end-if
            end-read
            close Profile-File
        .
            perform write-audit
        .

        set-pin section.
            if WS-Key-STR = spaces or WS-Tok3-STR = spaces then
                display "usage: SETPIN XXX NNNN"
                exit section
            end-if
            if WS-Tok3-STR(1:4) is not numeric or
                WS-Tok3-STR(5:6) not = spaces then
                display "PIN must be exactly 4 digits"
                exit section
            end-if
            open i-o Profile-File
            if WS-PF-Status not = "00" then
                display "cannot open profiles.dat (status "
                    WS-PF-Status ")"
                exit section
            end-if
            move WS-Key-STR to PF-Initials-STR
            read Profile-File
                invalid key
                    display "no profile " WS-Key-STR
                    close Profile-File
                    exit section
            end-read
            move WS-Tok3-STR(1:4) to PF-Pin-STR
            rewrite PF-Record
                invalid key
                    display "rewrite failed (status "
                        WS-PF-Status ")"
                    close Profile-File
                    exit section
            end-rewrite
            close Profile-File
            display "PIN set for " WS-Key-STR
            *> The audit records that a PIN was set, never the PIN
            move spaces to WS-Audit-Line-STR
            string
                "SETPIN " delimited by size
                WS-Key-STR delimited by size
                into WS-Audit-Line-STR
            end-string
            perform write-audit
        .

        clear-pin section.
            if WS-Key-STR = spaces then
                display "usage: CLEARPIN XXX"
                exit section
            end-if
            open i-o Profile-File
            if WS-PF-Status not = "00" then
                display "cannot open profiles.dat (status "
                    WS-PF-Status ")"
                exit section
            end-if
            move WS-Key-STR to PF-Initials-STR
            read Profile-File
                invalid key
                    display "no profile " WS-Key-STR
                    close Profile-File
                    exit section
            end-read
            if PF-Pin-STR = spaces then
                display WS-Key-STR " has no PIN"
                close Profile-File
                exit section
            end-if
            move spaces to PF-Pin-STR
            rewrite PF-Record
                invalid key
                    display "rewrite failed (status "
                        WS-PF-Status ")"
                    close Profile-File
                    exit section
            end-rewrite
            close Profile-File
            display "PIN cleared for " WS-Key-STR
            move spaces to WS-Audit-Line-STR
            string
                "CLEARPIN " delimited by size
                WS-Key-STR delimited by size
                into WS-Audit-Line-STR
            end-string
            perform write-audit
        .

        write-audit section.
            move function current-date to WS-TimeStamp-STR
            move spaces to AUD-Record

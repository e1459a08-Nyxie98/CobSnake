       *>   - profiles.dat entries with matching initials are
       *>     reconciled by summing the lifetime counters and
       *>     keeping the higher best score; new initials are added
       *>     with their PIN. A matched profile keeps the master's
       *>     PIN, or takes the second cabinet's if the master had
       *>     none; two different PINs are reported, master kept
       *> Every merge action is printed, and any record that can't
       *> be validated is flagged and left out rather than guessed
       *> at. The master files are only rewritten from validated
            05 PF-Food-Shrink-INT   pic 9(5).
            05 PF-Wins-INT          pic 9(5).
            05 PF-Best-INT          pic 9(5).
            05 PF-Pin-STR           pic x(4).
        fd  Profile2-File.
        01  PF2-Record.
            05 PF2-Initials-STR     pic x(3).
            05 PF2-Food-Shrink-INT  pic 9(5).
            05 PF2-Wins-INT         pic 9(5).
            05 PF2-Best-INT         pic 9(5).
            05 PF2-Pin-STR          pic x(4).

        working-storage section.

                    PF2-Initials-STR
                exit section
            end-if
            *> Likewise the PIN: none (spaces) or exactly 4 digits
            if PF2-Pin-STR not = spaces and
                PF2-Pin-STR is not numeric then
                add 1 to WS-Flagged-INT
                display "profiles2.dat: FLAGGED bad PIN for "
                    PF2-Initials-STR
                exit section
            end-if
            move PF2-Initials-STR to PF-Initials-STR
            read Profile-File
                invalid key
                    if PF2-Best-INT > PF-Best-INT then
                        move PF2-Best-INT to PF-Best-INT
                    end-if
                    if PF-Pin-STR = spaces then
                        move PF2-Pin-STR to PF-Pin-STR
                    else
                        if PF2-Pin-STR not = spaces and
                            PF2-Pin-STR not = PF-Pin-STR then
                            display "profiles: " PF-Initials-STR
                                " has a different PIN on each"
                                " cabinet - master PIN kept"
                        end-if
                    end-if
                    rewrite PF-Record end-rewrite
                    add 1 to WS-Merged-INT
                    display "profiles: merged " PF-Initials-STR

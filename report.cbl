            if WS-GL-Status not = "00" then
                display "report: cannot open gamelog.dat (status "
                    WS-GL-Status ")"
                *> No log yet is not a failure; anything else is
                if WS-GL-Status not = "35" then
                    move 8 to return-code
                end-if
                stop run
            end-if


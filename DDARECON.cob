                         perform take-audit-segment
                     else
                         if ws-line(31:4) = " CV="
                             or ws-line(31:4) = " IN="
                             or ws-line(31:4) = " IE="
                             continue
                         else
                             if ws-line not = spaces

                      10 cmp-side occurs 2 times.
                         15 cmp-shift pic x(2).
                         15 cmp-readings pic 9(4).
                         15 cmp-modes pic x(36).
                         15 cmp-mean pic 9(3)v99.
                         15 cmp-range pic 9(3)v9.
      *         operator threshold - default 10, the same shipped
      *         fallback style as TRENDLIM.DAT
                01 diff-limit pic 9(2) value 10.
                01 mean-diff pic s9(3)v99.
                01 mean-diff-disp pic zz9.99.
                01 diverged-dates pic 9(4) value 0.
      *         indicies
                01 d pic 9(4).
                01 v pic 9(1).
                01 run-date-display pic x(10).
                01 date-disp pic x(10).
                01 mean-disp pic zz9.99.
                01 range-disp pic zz9.9.
                copy "compcode.cpy".

           procedure division.
                perform begin.
                perform read-diff-limit.
                perform load-shift-rows.
                perform write-cmp-report.
                if diverged-dates > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string diverged-dates
                           " date(s) over the mean difference limit"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
      *         the threshold is operator-maintained; a missing or
      *         garbled limits file must not stop the job, so fall
                    display "load-shift-rows: unable to open "
                            "STATMAST.DAT, status "
                            master-file-status
                    move 12 to raise-code
                    move "STATMAST.DAT could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move 0 to master-date
                    move low-values to master-shift
                        display "book-shift-row: more than two "
                                "shifts on " master-date
                                ", extra row ignored"
                        move 4 to raise-code
                        move "extra shift row(s) ignored"
                            to raise-reason
                        perform raise-completion
                    else
                        add 1 to cmp-sides(cmp-count)
                        perform fill-side
                    if cmp-count = 500
                        display "book-shift-row: table full at 500 "
                                "days, remaining rows ignored"
                        move 4 to raise-code
                        move "date table full, rows ignored"
                            to raise-reason
                        perform raise-completion
                    else
                        add 1 to cmp-count
                        move master-date to cmp-date(cmp-count)
                    display "write-cmp-report: unable to open "
                            "SHIFTCMP.TXT, status "
                            cmp-report-file-status
                    move 12 to raise-code
                    move "SHIFTCMP.TXT could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to cmp-line
                    string "Shift comparison generated : "
                        write cmp-line
                        move "  date        shift  readings  "
                            to cmp-line
                        move "mode(s)" to cmp-line(33:7)
                        move "mean" to cmp-line(73:4)
                        move "range" to cmp-line(79:5)
                        write cmp-line
                        perform varying d from 1 by 1
                                until d > cmp-count
                    end-if
                    move cmp-shift(d, v) to cmp-line(15:2)
                    move cmp-readings(d, v) to cmp-line(22:4)
                    move cmp-modes(d, v) to cmp-line(33:36)
                    move cmp-mean(d, v) to mean-disp
                    move mean-disp to cmp-line(71:6)
                    move cmp-range(d, v) to range-disp
                    move range-disp to cmp-line(79:5)
                    write cmp-line
                end-perform.
                move spaces to cmp-line.
                           with pointer line-ptr
                    end-string
                    if mean-diff > diff-limit
                        add 1 to diverged-dates
                        string " ** exceeds threshold " diff-limit
                               delimited by size into cmp-line
                               with pointer line-ptr
                    end-if
                    write cmp-line
                end-if.
      *         keep the worst condition met so far, with its words
                raise-completion.
                if raise-code > completion-code
                    move raise-code to completion-code
                    move raise-reason to completion-reason
                end-if.
      *         the closing summary line, and the code the scheduler
      *         sees as the step's return code
                finish-completion.
                if completion-clean
                    move "CLEAN" to completion-word
                end-if.
                if completion-warning
                    move "WARNING" to completion-word
                end-if.
                if completion-error
                    move "ERROR" to completion-word
                end-if.
                if completion-severe
                    move "SEVERE" to completion-word
                end-if.
                display "shiftcmp: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program shiftcmp.

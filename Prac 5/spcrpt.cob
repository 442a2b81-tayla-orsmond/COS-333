                01 centre-disp pic zz9.99.
                01 lcl-disp pic -zz9.99.
                01 ucl-disp pic -zz9.99.
      *         the chart's flags on the most recent day - older
      *         days' flags were last night's news
                01 latest-flagged pic x value "N".
                copy "compcode.cpy".
                copy "alertarea.cpy".

           procedure division.
                perform begin.
                end-string.
                perform load-daily-means.
                perform write-spc-report.
                if latest-flagged = "Y"
                    move 4 to raise-code
                    move "latest daily mean out of control"
                        to raise-reason
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
      *         stream the master in key order, keeping only the
      *         plant-wide rows that carry readings, and fold the
                    display "load-daily-means: unable to open "
                            "STATMAST.DAT, status "
                            master-file-status
                    move 12 to raise-code
                    move "STATMAST.DAT could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move 0 to master-date
                    move low-values to master-shift
                    if day-count = 500
                        display "close-fold-day: table full at 500 "
                                "days, remaining rows ignored"
                        move 4 to raise-code
                        move "day table full, rows ignored"
                            to raise-reason
                        perform raise-completion
                    else
                        add 1 to day-count
                        move fold-date to day-date(day-count)
                    display "write-spc-report: unable to open "
                            spc-report-name ", status "
                            spc-report-file-status
                    move 12 to raise-code
                    move "SPC report could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to spc-line
                    string "SPC control chart generated : "
                    move 49 to line-ptr
                end-if.
                perform check-trend-rule.
                if d = day-count and line-ptr > 49
                    move "Y" to latest-flagged
                    move 4 to alert-severity
                    move day-date(d) to alert-date
                    move spaces to alert-shift
                    move spaces to alert-station
                    move "OUTOFCTL" to alert-type
                    move spc-line(50:51) to alert-text
                    perform post-alert
                end-if.
                write spc-line.
                compute-window-limits.
                move 0 to window-sum.
                        end-string
                    end-if
                end-if.
      *         hand one alert to the shared feed the paging system
      *         polls; a feed that can't be written mustn't stop the
      *         run, but it is said, and it costs the clean finish
                post-alert.
                move "spcrpt" to alert-source.
                move spaces to alert-post-status.
                call "alertpost" using alert-area
                    on exception
                        move "NA" to alert-post-status
                end-call.
                if alert-post-status not = "00"
                        and alert-post-status not = "AK"
                    display "post-alert: alert feed not written, "
                            "status " alert-post-status
                    move 4 to raise-code
                    move "alert feed not written"
                        to raise-reason
                    perform raise-completion
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
                display "spcrpt: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program spcrpt.

                01 run-date-display pic x(10).
                01 date-disp pic x(10).
                01 line-ptr pic 9(4).
                copy "compcode.cpy".
                copy "alertarea.cpy".

           procedure division.
                perform begin.
                move day-serial to today-serial.
                perform read-age-limit.
                perform write-age-report.
                perform finish-completion.
                stop run.
      *         the threshold is operator-maintained; a missing or
      *         garbled limits file must not stop the job, so fall
                    display "write-age-report: unable to open "
                            age-report-name ", status "
                            age-report-file-status
                    move 12 to raise-code
                    move "aging report could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move spaces to age-line.
                    end-if
                end-if.
                close age-report-file.
                if flagged-items > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string flagged-items
                           " open reject(s) over the age threshold"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                age-one-item.
                if openrej-record = spaces
                        or openrej-record(1:8) is not numeric
                    if openrej-record not = spaces
                        display "age-one-item: unreadable ledger "
                                "item skipped : " openrej-record
                        move 4 to raise-code
                        move "unreadable ledger item(s) skipped"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                    if header-done = "N"
                               delimited by size into age-line
                               with pointer line-ptr
                        end-string
      *                 keyed on the reject's own date and shift, so
      *                 the item raises the same alert every night
      *                 it stays open
                        move 4 to alert-severity
                        move openrej-record(1:8) to alert-date
                        move openrej-record(10:2) to alert-shift
                        move spaces to alert-station
                        move "OVERDUE" to alert-type
                        move spaces to alert-text
                        string "line " openrej-record(13:4)
                               " open " item-age-disp " days : "
                               openrej-record(18:13)
                               delimited by size into alert-text
                        end-string
                        perform post-alert
                    end-if
                    write age-line
                end-if.
                        add 1 to day-serial
                    end-if
                end-if.
      *         hand one alert to the shared feed the paging system
      *         polls; a feed that can't be written mustn't stop the
      *         run, but it is said, and it costs the clean finish
                post-alert.
                move "rejage" to alert-source.
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
                display "rejage: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program rejage.

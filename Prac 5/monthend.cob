      *    report and csv files into one archive, writes a one-page
      *    month summary, and trims history lines older than the
      *    retention period into HISTARCH.DAT with a dated banner so
      *    what was purged, and when, stays provable; the readings
      *    detail file is unloaded to a dated backup before its own
      *    old records are purged
           environment division.
                input-output section.
                file-control.
                fd  monthcard-file.
                01 monthcard-line pic x(40).
                fd  audit-file.
                01 audit-line pic x(400).
                fd  sweep-file.
                01 sweep-line pic x(3500).
                fd  archive-file.
                01 archive-line pic x(3500).
                fd  history-file.
                01 history-line pic x(3500).
                fd  history-new-file.
                01 history-new-line pic x(3500).
                fd  histarch-file.
                01 histarch-line pic x(3500).
      *             date in 1-8, shift id in 10-11, flag in 13 -
      *             "E" expected to run, "H" holiday, "P" planned
      *             outage; blank lines and lines starting "*" are
                01 line-day pic 9(2).
                01 token-count pic 9(3).
                01 prev-token pic x(30).
                01 line-sum pic 9(7)v9.
                01 line-count pic 9(4).
                01 line-mean pic 9(3)v99.
                01 reading-val pic 9(3)v9.
                copy "rdgparse.cpy".
                01 have-means pic x value "N".
                01 low-mean pic 9(3)v99.
                01 low-mean-date pic x(10).
                01 det-open pic x value "N".
                01 det-date pic 9(8).
                01 det-shift pic x(2).
                01 det-sum pic 9(7)v9.
                01 det-count pic 9(4).
      *         first day the retention rule keeps, and how many
      *         detail records fell before it
                   05 month-len occurs 12 times pic 9(2).
                01 d pic 9(2).
                01 line-ptr pic 9(4).
                copy "compcode.cpy".
                copy "unldarea.cpy".

           procedure division.
                perform begin.
                    display "monthend: MONTHCRD.DAT must name the "
                            "month to close (MONTH yyyymm) - "
                            "nothing done"
                    move 12 to raise-code
                    move "no month to close - nothing done"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                perform set-month-keys.
                        " closed, " files-archived
                        " file(s) archived, " purged-lines
                        " history line(s) purged".
                if days-missed > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string days-missed " expected day(s) with no run"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
                read-monthcard.
                open input monthcard-file.
                    else
                        display "read-monthcard: bad MONTH card : "
                                monthcard-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                if monthcard-line(1:8) = "RETAIN"
                        display "read-monthcard: bad RETAIN card, "
                                "keeping " retain-months " : "
                                monthcard-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                    display "read-monthcard: unknown card "
                            "ignored : " monthcard-line
                    move 4 to raise-code
                    move "bad card ignored"
                        to raise-reason
                    perform raise-completion
                end-if
                end-if
                end-if.
                    display "sweep-daily-files: no RUNAUDIT.DAT, "
                            "status " audit-file-status
                            "; nothing to sweep"
                    move 8 to raise-code
                    move "no RUNAUDIT.DAT - nothing swept"
                        to raise-reason
                    perform raise-completion
                else
                    move "N" to audit-eof
                    perform until audit-eof = "Y"
                move "--" to audit-csv-st.
                move spaces to last-kw.
                move 1 to scan-ptr.
                perform until scan-ptr > 400
                    move spaces to token
                    unstring audit-line delimited by all " "
                        into token with pointer scan-ptr
                    end-unstring
                    if token = spaces
                        move 401 to scan-ptr
                    else
                        perform take-audit-token
                    end-if
                        or token = "restart" or token = "from"
                        or token = "balance" or token = "report"
                        or token = "history" or token = "csv"
                        or token = "master" or token = "date"
                        or token = "datesrc" or token = "clock"
                        or token = "adjusted" or token = "silent"
                        or token = "short" or token = "code"
                        or token = "oper" or token = "appr"
                        or token = "auth" or token = "source"
                        or token = "file" or token = "backup"
                        or token = "records" or token = "hash"
                        or token = "status"
                    move token(1:10) to last-kw
                else
                    if last-kw = "start"
                        move token(1:8) to audit-date
                    end-if
      *             the business date the run booked to overrides
      *             the clock date on "start" - rows logged before
      *             the business date existed only carry the latter
                    if last-kw = "date"
                        move token(1:8) to audit-date
                    end-if
                    if last-kw = "shift"
                        move token(1:2) to audit-shift
                    end-if
                                    ", status "
                                    archive-file-status
                            close sweep-file
                            move 8 to raise-code
                            move "daily file(s) not swept"
                                to raise-reason
                            perform raise-completion
                        else
                            move "Y" to archive-open
                        end-if
                    display "analyse-history: unable to open "
                            "HISTORY.DAT, status "
                            history-file-status
                    move 8 to raise-code
                    move "HISTORY.DAT could not be analysed"
                        to raise-reason
                    perform raise-completion
                else
                    move "N" to history-eof
                    perform until history-eof = "Y"
                move 0 to line-sum.
                move 0 to line-count.
                move spaces to prev-token.
                perform until scan-ptr > 3500
                    move spaces to token
                    unstring history-line delimited by ", "
                        into token with pointer scan-ptr
                    end-unstring
                    if token = spaces
                        move 3501 to scan-ptr
                    else
                        add 1 to token-count
                        if token-count > 2
                end-if.
                move "N" to det-open.
      *         prev-token holds the token before this one - a
      *         reading in the station-tagged layout ("P07 042.0",
      *         or "P07 42" before the decimal readings) or the old
      *         untagged one ("42")
                count-history-reading.
                move "N" to reading-ok.
                if prev-token(4:1) = space
                    move prev-token(5:9) to reading-text
                    call "rdgparse" using reading-parse
                    end-call
                end-if.
                if reading-ok = "N"
                    move prev-token(1:9) to reading-text
                    call "rdgparse" using reading-parse
                    end-call
                end-if.
                if reading-ok = "Y"
                    move parsed-value to reading-val
                    add reading-val to line-sum
                    add 1 to line-count
                end-if.
      *         two-pass trim of the history log: lines dated before
      *         the cutoff month go to HISTARCH.DAT behind a banner
                    display "purge-history: unable to open "
                            "HISTORY.DAT, status "
                            history-file-status
                    move 8 to raise-code
                    move "history left untrimmed"
                        to raise-reason
                    perform raise-completion
                else
                    open output history-new-file
                    if history-new-file-status not = "00"
                                history-new-file-status
                                "; history left untrimmed"
                        close history-file
                        move 8 to raise-code
                        move "history left untrimmed"
                            to raise-reason
                        perform raise-completion
                    else
                        move "N" to history-eof
                        perform until history-eof = "Y"
                                "HISTARCH.DAT, status "
                                histarch-file-status
                                "; line kept on HISTORY.DAT"
                        move 8 to raise-code
                        move "HISTARCH.DAT could not be opened"
                            to raise-reason
                        perform raise-completion
                        move history-line to history-new-line
                        write history-new-line
                    else
                    write histarch-line
                    add 1 to purged-lines
                end-if.
      *         the detail file is the system of record, so it is
      *         unloaded whole to a dated backup before a single
      *         record is purged - no backup, no purge
                purge-readings-detail.
                move "READINGS" to unload-file.
                move "monthend" to unload-source.
                move spaces to unload-status.
                call "rdgunld" using unload-area
                    on exception
                        move "NA" to unload-status
                end-call.
                if unload-status = "00"
                    display "purge-readings-detail: READINGS.DAT "
                            "unloaded to " unload-backup-name
                    perform trim-readings-detail
                else
      *             no detail file at all is the normal state of a
      *             site that hasn't run the daily program since the
      *             file was introduced - there is nothing to purge
                    if unload-status not = "35"
                        display "purge-readings-detail: unload of "
                                "READINGS.DAT failed, status "
                                unload-status
                                "; detail file left untrimmed"
                        move 8 to raise-code
                        move "no backup - detail file left untrimmed"
                            to raise-reason
                        perform raise-completion
                    end-if
                end-if.
      *         trim the keyed detail file to the same retention the
      *         history log gets - the purged readings already sit
      *         on the history lines archived into HISTARCH.DAT, so
      *         nothing provable is lost
                trim-readings-detail.
                open i-o readings-file.
                if readings-file-status not = "00"
      *             no detail file at all is the normal state of a
                                "open READINGS.DAT, status "
                                readings-file-status
                                "; detail file left untrimmed"
                        move 8 to raise-code
                        move "detail file left untrimmed"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                    move 0 to rdet-date
                            "HISTORY.TMP, status "
                            history-new-file-status
                            "; history left as written"
                    move 12 to raise-code
                    move "HISTORY.TMP could not be read back"
                        to raise-reason
                    perform raise-completion
                else
                    open output history-file
      *             don't write blind - if the rewrite can't open,
                                history-file-status
                                "; HISTORY.TMP left for recovery"
                        close history-new-file
                        move 12 to raise-code
                        move "HISTORY.DAT could not be rewritten"
                            to raise-reason
                        perform raise-completion
                    else
                        move "N" to history-eof
                        perform until history-eof = "Y"
                    display "write-summary: unable to open "
                            summary-file-name ", status "
                            summary-file-status
                    move 8 to raise-code
                    move "month summary could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to summary-line
                    string "Month-end summary for "
                    write summary-line
                    close summary-file
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
                display "monthend: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program monthend.

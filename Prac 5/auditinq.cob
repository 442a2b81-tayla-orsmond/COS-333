           data division.
                file section.
                fd  audit-file.
                01 audit-line pic x(400).
                fd  inquiry-report-file.
                01 inquiry-report-line pic x(120).
                working-storage section.
                01 token pic x(30).
                01 last-kw pic x(10).
                01 audit-date pic x(8).
      *         the day the run actually went through the machine,
      *         shown when it isn't the business date it booked to
                01 audit-clock pic x(8).
                01 audit-shift pic x(2).
                01 audit-mode pic x.
                01 audit-input pic x(30).
                01 audit-history-st pic xx.
                01 audit-csv-st pic xx.
                01 audit-master-st pic xx.
      *         readings changed on an "A" adjustment row
                01 audit-adjusted pic x(3).
      *         stations the run heard nothing or too little from;
      *         blank on rows from before coverage was tracked
                01 audit-silent pic x(3).
                01 audit-short pic x(3).
                01 coverage-short pic x.
      *         the run's completion code, blank on rows from before
      *         the codes were recorded
                01 audit-code pic x(2).
      *         who asked for a rerun, rework or resend and who
      *         approved it, and whether the authority check let it
      *         through - "G" granted, "R" refused; blank on ordinary
      *         runs and on rows from before requests were checked
                01 audit-oper pic x(8).
                01 audit-appr pic x(8).
                01 audit-auth pic x.
      *         a backup ("U" unload, "L" reload) or master rebuild
      *         ("B") row: the file, the backup, the records and how
      *         it ended
                01 audit-file-id pic x(8).
                01 audit-backup pic x(30).
                01 audit-records pic x(9).
                01 audit-status pic xx.
                01 audit-eof pic x value "N".
      *         dates that had at least one run in the window, so
      *         the gaps can be pointed out afterwards; 500 days is
                        and audit-date >= from-date
                        and audit-date <= to-date
                    add 1 to runs-found
      *             an adjustment restating a day, a csv resend, a
      *             refused request or a backup is not a run of it -
      *             a date with nothing else still has no run
                    if audit-mode not = "A" and audit-mode not = "S"
                            and audit-mode not = "U"
                            and audit-mode not = "L"
                            and audit-mode not = "B"
                            and audit-auth not = "R"
                        perform note-seen-date
                    end-if
                    perform show-run
                end-if.
      *         the audit row is keyword/value pairs; a shiftless
      *         means "no value"
                parse-audit-row.
                move spaces to audit-date.
                move spaces to audit-clock.
                move spaces to audit-shift.
                move spaces to audit-mode.
                move spaces to audit-input.
                move "--" to audit-history-st.
                move "--" to audit-csv-st.
                move "--" to audit-master-st.
                move spaces to audit-adjusted.
                move spaces to audit-silent.
                move spaces to audit-short.
                move spaces to audit-code.
                move spaces to audit-oper.
                move spaces to audit-appr.
                move spaces to audit-auth.
                move spaces to audit-file-id.
                move spaces to audit-backup.
                move spaces to audit-records.
                move spaces to audit-status.
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
                    if last-kw = "clock"
                        move token(1:8) to audit-clock
                    end-if
                    if last-kw = "shift"
                        move token(1:2) to audit-shift
                    end-if
                    if last-kw = "master"
                        move token(1:2) to audit-master-st
                    end-if
                    if last-kw = "adjusted"
                        move token(1:3) to audit-adjusted
                    end-if
                    if last-kw = "silent"
                        move token(1:3) to audit-silent
                    end-if
                    if last-kw = "short"
                        move token(1:3) to audit-short
                    end-if
                    if last-kw = "code"
                        move token(1:2) to audit-code
                    end-if
                    if last-kw = "oper"
                        move token(1:8) to audit-oper
                    end-if
                    if last-kw = "appr"
                        move token(1:8) to audit-appr
                    end-if
                    if last-kw = "auth"
                        move token(1:1) to audit-auth
                    end-if
                    if last-kw = "file"
                        move token(1:8) to audit-file-id
                    end-if
                    if last-kw = "backup"
                        move token to audit-backup
                    end-if
                    if last-kw = "records"
                        move token(1:9) to audit-records
                    end-if
                    if last-kw = "status"
                        move token(1:2) to audit-status
                    end-if
                    move spaces to last-kw
                end-if.
                note-seen-date.
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                if audit-clock not = spaces
                        and audit-clock not = audit-date
                    string "  (run " audit-clock(1:4) "-"
                           audit-clock(5:2) "-" audit-clock(7:2) ")"
                           delimited by size
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                if audit-oper not = spaces
                    string "  by " delimited by size
                           audit-oper delimited by " "
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                if audit-appr not = spaces
                    string "  approved " delimited by size
                           audit-appr delimited by " "
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                if audit-auth = "R"
                    string "  ** REFUSED" delimited by size
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                perform put-line.
                move spaces to row-line.
                move 1 to line-ptr.
      *         an adjustment row has no extract to balance and no
      *         report - it says how many readings were changed
                if audit-mode = "A"
                    move "Y" to audit-balance
                    string "           adjusted " audit-adjusted
                           "  history " audit-history-st
                           "  csv " audit-csv-st
                           "  master " audit-master-st
                           delimited by size
                           into row-line with pointer line-ptr
                    end-string
      *             a status on an adjustment row is the detail file
      *             refusing to reopen - the changes are applied but
      *             the day's outputs were never restated
                    if audit-status not = spaces
                        string "  ** NOT RESTATED, READINGS.DAT "
                               "status " audit-status
                               delimited by size
                               into row-line with pointer line-ptr
                        end-string
                    end-if
                else
      *         a backup or rebuild names its file and says how it
      *         ended; an unload with no file to unload ("35") is
      *         a site without one yet, not a fault
                if audit-mode = "U" or audit-mode = "L"
                        or audit-mode = "B"
                    move "Y" to audit-balance
                    string "           file " audit-file-id
                           "  records " audit-records
                           "  status " audit-status
                           delimited by size
                           into row-line with pointer line-ptr
                    end-string
                    if audit-backup not = spaces
                        string "  backup " delimited by size
                               audit-backup delimited by " "
                               into row-line with pointer line-ptr
                        end-string
                    end-if
                    if audit-status not = "00"
                            and audit-status not = "35"
                        string "  ** FAILED" delimited by size
                               into row-line with pointer line-ptr
                        end-string
                    end-if
                else
      *         a resend only rewrites the csv; a refused request
      *         wrote nothing at all, so there is nothing to balance
                if audit-mode = "S" or audit-auth = "R"
                    move "Y" to audit-balance
                    string "           csv " audit-csv-st
                           delimited by size
                           into row-line with pointer line-ptr
                    end-string
                else
                    string "           balance " audit-balance
                           "  report " audit-report-st
                           "  history " audit-history-st
                           "  csv " audit-csv-st
                           "  master " audit-master-st
                           delimited by size
                           into row-line with pointer line-ptr
                    end-string
                end-if
                end-if
                end-if.
                if audit-code not = spaces
                    string "  code " audit-code
                           delimited by size
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                if audit-balance not = "Y"
                    string "  ** OUT OF BALANCE" delimited by size
                           into row-line with pointer line-ptr
                           into row-line with pointer line-ptr
                    end-string
                end-if.
                move "N" to coverage-short.
                if audit-silent is numeric and audit-short is numeric
                    if audit-silent not = "000"
                            or audit-short not = "000"
                        string "  ** silent " audit-silent
                               " short " audit-short
                               delimited by size
                               into row-line with pointer line-ptr
                        end-string
                        move "Y" to coverage-short
                    end-if
                end-if.
                if audit-balance not = "Y"
                        or audit-restart = "Y"
                        or audit-rerun = "Y"
                        or audit-auth = "R"
                        or coverage-short = "Y"
                        or (audit-status not = spaces
                            and audit-status not = "00"
                            and audit-status not = "35")
                        or (audit-mode = "A"
                            and audit-status not = spaces)
                        or (audit-report-st not = "00"
                            and audit-report-st not = "--")
                        or (audit-history-st not = "00"

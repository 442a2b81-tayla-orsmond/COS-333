                file section.
                fd  history-file.
      *             sized to match history-line in s21467456
                01 history-line pic x(3500).
                fd  trend-limit-file.
                01 trend-limit-line pic x(2).
                fd  trend-report-file.
                   05 day-entry occurs 1 to 500 times
                         depending on day-count.
                      10 day-date pic x(10).
                      10 day-mode pic 9(3)v9.
                      10 day-has-mode pic x.
                      10 day-readings pic 9(4).
      *         line scan - tokens are the ", " separated fields of a
      *         for the same date, and the rolling window and weekly
      *         blocks must count days, not lines
                01 new-readings pic 9(4).
                01 new-mode pic 9(3)v9.
                01 new-has-mode pic x.
                01 day-found pic x.
                01 f pic 9(4).
      *         rolling seven day mode shift check
                01 shift-limit pic 9(2) value 10.
                01 mode-diff pic s9(3)v9.
      *         day-over-day movement in the reading counts
                01 count-move pic s9(4).
                01 count-move-disp pic +9(4).
      *         mode run lengths - how long each mode value held
                01 run-mode pic 9(3)v9.
                01 run-start pic x(10).
                01 run-days pic 9(4).
                01 run-open pic x value "N".
                01 grp-last pic x(10).
                01 grp-days pic 9(4).
                01 grp-mode-days pic 9(4).
                01 grp-mode-min pic 9(3)v9.
                01 grp-mode-max pic 9(3)v9.
                01 grp-read-sum pic 9(7).
                01 grp-read-avg pic 9(4)v9.
                01 grp-read-avg-disp pic zzz9.9.
                01 grp-month pic x(7).
      *         a mode as the report prints it, one decimal place
                01 mode-disp pic zz9.9.
                01 mode-from-disp pic zz9.9.
                01 grp-min-disp pic zz9.9.
                01 grp-max-disp pic zz9.9.
      *         the first tied value off a history line's mode field
                01 first-mode-text pic x(9).
                copy "rdgparse.cpy".
                01 week-no pic 9(3).
      *         indicies
                01 d pic 9(4).
      *         repeat counts per reading value for the group's
      *         mode - ties take the lowest value, and nothing
      *         repeated means no mode, matching the "none" the
      *         history line records; one bucket per tenth from
      *         0.0 to 999.9, the value times ten plus one
                01 val-counts.
                   05 val-count occurs 10000 times pic 9(3).
                01 vv pic 9(5).
                01 vmax pic 9(3).
                01 trend-limit-file-status pic xx.
                01 trend-report-file-status pic xx.
                01 run-date-yyyymmdd pic 9(8).
                01 run-date-display pic x(10).
                01 line-ptr pic 9(4).
                copy "compcode.cpy".

           procedure division.
                perform begin.
                    perform read-readings
                end-if.
                perform write-trend-report.
                perform finish-completion.
                stop run.
      *         which days and shifts does the detail file cover?
      *         a history line is only skipped when its very date
                        display "note-detail-key: key table full "
                                "at 1000, remaining detail days "
                                "may double off history"
                        move 4 to raise-code
                        move "detail key table full"
                            to raise-reason
                        perform raise-completion
                    else
                        add 1 to dkey-count
                        move dkey-work to dkey(dkey-count)
                    display "read-readings: unable to reopen "
                            "READINGS.DAT, status "
                            readings-file-status
                    move 8 to raise-code
                    move "READINGS.DAT could not be reopened"
                        to raise-reason
                    perform raise-completion
                else
                    move 0 to rdet-date
                    move low-values to rdet-shift
                    move rdet-date to det-date
                    move rdet-shift to det-shift
                    move 0 to det-readings
                    perform varying vv from 1 by 1 until vv > 10000
                        move 0 to val-count(vv)
                    end-perform
                end-if.
      *         day without booking a reading
                if rdet-seq > 0
                    add 1 to det-readings
                    compute vv = rdet-value * 10 + 1
                    add 1 to val-count(vv)
                end-if.
      *         the group's date moved on (or the file ran dry) -
      *         work out its mode and fold it into the calendar day
                        display "close-detail-group: trend table "
                                "full at 500 days, remaining "
                                "records ignored"
                        move 4 to raise-code
                        move "trend table full, days ignored"
                            to raise-reason
                        perform raise-completion
                    else
                        move spaces to work-date
                        string det-date(1:4) "-" det-date(5:2) "-"
                        move 0 to new-mode
                        move 0 to vmax
                        perform varying vv from 1 by 1
                                until vv > 10000
                            if val-count(vv) > vmax
                                move val-count(vv) to vmax
                                compute new-mode = (vv - 1) / 10
                            end-if
                        end-perform
      *                 a single-reading day records its one value
                    display "read-history: unable to open "
                            "HISTORY.DAT, status "
                            history-file-status
                    move 8 to raise-code
                    move "HISTORY.DAT could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move "N" to history-eof
                    perform until history-eof = "Y"
                end-if.
      *         split one history line into its ", " separated tokens:
      *         date, then one token per reading, then the mode field
      *         ("NNN.N", "NNN.N/NNN.N", "none" or "no valid
      *         readings" - or "NN" and "NN/NN" on a line written
      *         before the readings carried a decimal place)
                scan-history-line.
                if day-count = 500
                    display "scan-history-line: trend table full at "
                            "500 days, remaining lines ignored"
                    move 4 to raise-code
                    move "trend table full, days ignored"
                        to raise-reason
                    perform raise-completion
                else
                    move history-line(1:10) to work-date
                    move 1 to scan-ptr
                    move 0 to token-count
                    move spaces to mode-token
                    perform until scan-ptr > 3500
                        move spaces to token
                        unstring history-line delimited by ", "
                            into token with pointer scan-ptr
                        end-unstring
                        if token = spaces
                            move 3501 to scan-ptr
                        else
                            add 1 to token-count
                            move token to mode-token
                    if token-count < 2
                        display "scan-history-line: malformed history "
                                "line skipped : " history-line(1:40)
                        move 4 to raise-code
                        move "malformed history line(s) skipped"
                            to raise-reason
                        perform raise-completion
                    else
                        move "N" to new-has-mode
                        move 0 to new-mode
                            move 0 to new-readings
                        else
                            compute new-readings = token-count - 2
      *                     a multi-modal day ("042.0/017.0") reports
      *                     its first tied value as the day's mode;
      *                     "none" means nothing repeated, so no mode
      *                     at all
                            move spaces to first-mode-text
                            unstring mode-token delimited by "/"
                                into first-mode-text
                            end-unstring
                            move first-mode-text to reading-text
                            call "rdgparse" using reading-parse
                            end-call
                            if reading-ok = "Y"
                                move parsed-value to new-mode
                                move "Y" to new-has-mode
                            end-if
                        end-if
                    display "write-trend-report: unable to open "
                            "TRENDRPT.TXT, status "
                            trend-report-file-status
                    move 12 to raise-code
                    move "TRENDRPT.TXT could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to trend-line
                    string "Trend report generated : "
                    move spaces to trend-line
                    move day-date(d) to trend-line(3:10)
                    if day-has-mode(d) = "Y"
                        move day-mode(d) to mode-disp
                        move mode-disp to trend-line(14:5)
                    else
                        move "--" to trend-line(16:2)
                    end-if
                            compute mode-diff = 0 - mode-diff
                        end-if
                        if mode-diff > shift-limit
                            move day-mode(d - 7) to mode-from-disp
                            move day-mode(d) to mode-disp
                            move 40 to line-ptr
                            string "** mode shift " delimited by size
                                   mode-from-disp  delimited by size
                                   " -> "          delimited by size
                                   mode-disp       delimited by size
                                   " over 7 days"  delimited by size
                                   into trend-line
                                   with pointer line-ptr
                            end-string
      *                     only the latest day's shift is news;
      *                     older ones were flagged on their night
                            if d = day-count
                                move 4 to raise-code
                                move "mode shift on the latest day"
                                    to raise-reason
                                perform raise-completion
                            end-if
                        end-if
                    end-if
                    write trend-line
                end-if.
                write-one-mode-run.
                move spaces to trend-line.
                move run-mode to mode-disp.
                string "  mode " mode-disp " held " run-days
                       " day(s) from " run-start
                       delimited by size into trend-line
                end-string.
                move spaces to grp-last.
                move 0 to grp-days.
                move 0 to grp-mode-days.
                move 999.9 to grp-mode-min.
                move 0 to grp-mode-max.
                move 0 to grp-read-sum.
                add-day-to-group.
                       with pointer line-ptr
                end-string.
                if grp-mode-days > 0
                    move grp-mode-min to grp-min-disp
                    move grp-mode-max to grp-max-disp
                    string ", modes " grp-min-disp "-" grp-max-disp
                           delimited by size into trend-line
                           with pointer line-ptr
                    end-string
                       with pointer line-ptr
                end-string.
                if grp-mode-days > 0
                    move grp-mode-min to grp-min-disp
                    move grp-mode-max to grp-max-disp
                    string ", modes " grp-min-disp "-" grp-max-disp
                           delimited by size into trend-line
                           with pointer line-ptr
                    end-string
                       with pointer line-ptr
                end-string.
                write trend-line.
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
                display "trendrpt: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program trendrpt.

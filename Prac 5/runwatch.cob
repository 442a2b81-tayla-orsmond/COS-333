                        assign to dynamic alert-file-name
                        organization is line sequential
                        file status is alert-file-status.
      *             per-station coverage history written by
      *             s21467456 - which stations a run heard too
      *             little from
                    select stncover-file assign to "STNCOVER.DAT"
                        organization is line sequential
                        file status is stncover-file-status.
           data division.
                file section.
                fd  watchcard-file.
      *             date in 1-8, shift id in 10-11, flag in 13
                01 prodcal-line pic x(13).
                fd  audit-file.
                01 audit-line pic x(400).
                fd  alert-file.
                01 alert-line pic x(80).
                fd  stncover-file.
      *             date 1-8, shift 10-11, station 13-15, readings
      *             17-19, expected 21-23, flag 25 ("Y" full, "U"
      *             under, "S" silent)
                01 stncover-line pic x(25).
                working-storage section.
                01 watchcard-file-status pic xx.
                01 prodcal-file-status pic xx.
                01 audit-file-status pic xx.
                01 alert-file-status pic xx.
                01 stncover-file-status pic xx.
                01 alert-file-name pic x(30).
                01 alert-file-open pic x value "N".
                01 alerts-written pic 9(2) value 0.
                      10 exp-any-shift pic x.
                      10 exp-run-found pic x.
                      10 exp-balance pic x.
      *               the run's own shift and its silent and short
      *               station counts, to find its coverage lines
                      10 exp-run-shift pic x(2).
                      10 exp-silent pic x(3).
                      10 exp-short pic x(3).
      *         audit row scan - keyword/value tokens, the same
      *         reading monthend applies
                01 scan-ptr pic 9(4).
                01 last-kw pic x(10).
                01 audit-date pic x(8).
                01 audit-shift pic x(2).
      *         "R" on a rerun, rework or resend the authority check
      *         refused - nothing was written, so it is no run
                01 audit-auth pic x.
                01 audit-balance pic x.
                01 audit-silent pic x(3).
                01 audit-short pic x(3).
      *         "N" extract run or "R" rework run - anything else
      *         (an "A" adjustment restatement) is not a night's run
                01 audit-mode pic x.
                01 audit-eof pic x value "N".
                01 copy-eof pic x value "N".
                01 e pic 9(2).
                01 coverage-lines pic 9(3).
                01 run-date-yyyymmdd pic 9(8).
                01 date-disp pic x(10).
                copy "compcode.cpy".
                copy "alertarea.cpy".

           procedure division.
                perform begin.
                    end-if
                    move "N" to exp-run-found(1)
                    move spaces to exp-balance(1)
                    move spaces to exp-run-shift(1)
                    move spaces to exp-silent(1)
                    move spaces to exp-short(1)
                end-if.
                perform scan-audit-log.
                perform varying e from 1 by 1 until e > exp-count
                                problems-found
                                " problem(s) found, alert file "
                                "could not be opened"
                        move 12 to raise-code
                        move "alert file could not be opened"
                            to raise-reason
                        perform raise-completion
                    end-if
                end-if.
                perform finish-completion.
                stop run.
                read-watchcard.
                open input watchcard-file.
                            move "N" to exp-any-shift(exp-count)
                            move "N" to exp-run-found(exp-count)
                            move spaces to exp-balance(exp-count)
                            move spaces to exp-run-shift(exp-count)
                            move spaces to exp-silent(exp-count)
                            move spaces to exp-short(exp-count)
                        end-if
                    end-if
                end-if.
                match-audit-row.
                perform parse-audit-row.
                if audit-date = watch-date
                        and (audit-mode = "N" or audit-mode = "R")
                        and audit-auth not = "R"
                    perform varying e from 1 by 1
                            until e > exp-count
                        if exp-shift(e) = audit-shift
                                or exp-any-shift(e) = "Y"
                            move "Y" to exp-run-found(e)
                            move audit-balance to exp-balance(e)
                            move audit-shift to exp-run-shift(e)
                            move audit-silent to exp-silent(e)
                            move audit-short to exp-short(e)
                        end-if
                    end-perform
                end-if.
                parse-audit-row.
                move spaces to audit-date.
                move spaces to audit-shift.
                move spaces to audit-auth.
                move spaces to audit-balance.
                move spaces to audit-mode.
                move spaces to audit-silent.
                move spaces to audit-short.
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
                    if last-kw = "auth"
                        move token(1:1) to audit-auth
                    end-if
                    if last-kw = "shift"
                        move token(1:2) to audit-shift
                    end-if
                    if last-kw = "balance"
                        move token(1:1) to audit-balance
                    end-if
                    if last-kw = "mode"
                        move token(1:1) to audit-mode
                    end-if
                    if last-kw = "silent"
                        move token(1:3) to audit-silent
                    end-if
                    if last-kw = "short"
                        move token(1:3) to audit-short
                    end-if
                    move spaces to last-kw
                end-if.
      *         one expected shift's verdict - a holiday or planned
                        if exp-balance(e) not = "Y"
                            perform write-alert-balance
                        end-if
      *                 rows from before coverage was tracked carry
      *                 no counts and are taken as covered
                        if (exp-silent(e) is numeric
                                and exp-silent(e) not = "000")
                            or (exp-short(e) is numeric
                                and exp-short(e) not = "000")
                            perform write-alert-coverage
                        end-if
                    end-if
                end-if.
                write-alert-missing.
                add 1 to problems-found.
                move 8 to raise-code.
                move "expected run missing" to raise-reason.
                perform raise-completion.
                perform open-alert-file.
                if alert-file-open = "Y"
                    move spaces to alert-line
                end-if.
                display "*** runwatch: " date-disp " shift "
                        exp-shift(e) " expected run MISSING".
                move 8 to alert-severity.
                move watch-date to alert-date.
                move exp-shift(e) to alert-shift.
                move spaces to alert-station.
                move "MISSING" to alert-type.
                move "expected run missing" to alert-text.
                perform post-alert.
                write-alert-balance.
                add 1 to problems-found.
                move 8 to raise-code.
                move "run finished out of balance" to raise-reason.
                perform raise-completion.
                perform open-alert-file.
                if alert-file-open = "Y"
                    move spaces to alert-line
                display "*** runwatch: " date-disp " shift "
                        exp-shift(e) " run finished OUT OF "
                        "BALANCE".
                move 8 to alert-severity.
                move watch-date to alert-date.
                move exp-shift(e) to alert-shift.
                move spaces to alert-station.
                move "BALANCE" to alert-type.
                move "run finished out of balance" to alert-text.
                perform post-alert.
      *         one alert per station the run heard too little
      *         from, taken off the coverage history; when that
      *         can't be read the audit row's counts still go out
                write-alert-coverage.
                move 0 to coverage-lines.
                move 4 to raise-code.
                move "station(s) silent or under-reporting"
                    to raise-reason.
                perform raise-completion.
                open input stncover-file.
                if stncover-file-status = "00"
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read stncover-file
                            at end move "Y" to copy-eof
                            not at end
                                if stncover-line(1:8) = watch-date
                                        and stncover-line(10:2)
                                            = exp-run-shift(e)
                                        and (stncover-line(25:1) = "S"
                                          or stncover-line(25:1) = "U")
                                    perform write-alert-station
                                end-if
                        end-read
                    end-perform
                    close stncover-file
                end-if.
                if coverage-lines = 0
                    add 1 to problems-found
                    perform open-alert-file
                    if alert-file-open = "Y"
                        move spaces to alert-line
                        string "*** " date-disp " shift "
                               exp-shift(e) " : " exp-silent(e)
                               " station(s) SILENT, " exp-short(e)
                               " under-reporting"
                               delimited by size into alert-line
                        end-string
                        write alert-line
                        add 1 to alerts-written
                    end-if
                    display "*** runwatch: " date-disp " shift "
                            exp-shift(e) " " exp-silent(e)
                            " station(s) silent, " exp-short(e)
                            " under-reporting"
                    move 4 to alert-severity
                    move watch-date to alert-date
                    move exp-run-shift(e) to alert-shift
                    move spaces to alert-station
                    move "COVERAGE" to alert-type
                    move spaces to alert-text
                    string exp-silent(e) " station(s) silent, "
                           exp-short(e) " under-reporting"
                           delimited by size into alert-text
                    end-string
                    perform post-alert
                end-if.
                write-alert-station.
                add 1 to coverage-lines.
                add 1 to problems-found.
                perform open-alert-file.
                if alert-file-open = "Y"
                    move spaces to alert-line
                    if stncover-line(25:1) = "S"
                        string "*** " date-disp " shift "
                               exp-shift(e) " : station "
                               stncover-line(13:3)
                               " SILENT - 0 of "
                               stncover-line(21:3) " expected"
                               delimited by size into alert-line
                        end-string
                    else
                        string "*** " date-disp " shift "
                               exp-shift(e) " : station "
                               stncover-line(13:3)
                               " SHORT - " stncover-line(17:3)
                               " of " stncover-line(21:3)
                               " expected"
                               delimited by size into alert-line
                        end-string
                    end-if
                    write alert-line
                    add 1 to alerts-written
                end-if.
                display "*** runwatch: " date-disp " shift "
                        exp-shift(e) " station "
                        stncover-line(13:3) " under-reported ("
                        stncover-line(17:3) " of "
                        stncover-line(21:3) ")".
                move 4 to alert-severity.
                move watch-date to alert-date.
                move exp-run-shift(e) to alert-shift.
                move stncover-line(13:3) to alert-station.
                if stncover-line(25:1) = "S"
                    move "SILENT" to alert-type
                else
                    move "SHORT" to alert-type
                end-if.
                move spaces to alert-text.
                string stncover-line(17:3) " of "
                       stncover-line(21:3) " expected readings"
                       delimited by size into alert-text
                end-string.
                perform post-alert.
                open-alert-file.
                if alert-file-open = "N"
                    move spaces to alert-file-name
                        move "Y" to alert-file-open
                    end-if
                end-if.
      *         hand one alert to the shared feed the paging system
      *         polls; a feed that can't be written mustn't stop the
      *         run, but it is said, and it costs the clean finish
                post-alert.
                move "runwatch" to alert-source.
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
                display "runwatch: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program runwatch.

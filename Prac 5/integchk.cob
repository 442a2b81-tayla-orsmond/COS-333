           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  integchk.
      *    nightly cross-file integrity check: the readings detail,
      *    the daily statistics master, the run audit log and the
      *    history log each hold their own copy of a day, and a
      *    failed post, a half-finished rerun or a monthend purge
      *    can leave them disagreeing.  For every date and shift in
      *    the window this recomputes the count, mode(s), mean,
      *    median and range - plant-wide and per station - from
      *    READINGS.DAT, the system's raw readings, and calls out
      *    every master row, audit count and history line that no
      *    longer matches, each by type; a day with detail but no
      *    master row is excused only while its posting is parked
      *    on PENDPOST.DAT for repost, and a master row with no
      *    detail behind it is called out as well
           environment division.
                input-output section.
                file-control.
      *             control card: FROM yyyymmdd and TO yyyymmdd bound
      *             the window; keyword in columns 1-8, value from
      *             column 10; blank lines and lines starting "*" are
      *             remarks - no card checks yesterday and today
                    select integ-card-file assign to "INTEGCRD.DAT"
                        organization is line sequential
                        file status is integ-card-file-status.
      *             dated discrepancy report for the auditors
                    select integ-report-file
                        assign to dynamic integ-report-name
                        organization is line sequential
                        file status is integ-report-file-status.
                    select readings-file assign to "READINGS.DAT"
                        organization is indexed
                        access is dynamic
                        record key is rdet-key
                        file status is readings-file-status.
                    select master-file assign to "STATMAST.DAT"
                        organization is indexed
                        access is dynamic
                        record key is master-key
                        file status is master-file-status.
                    select audit-file assign to "RUNAUDIT.DAT"
                        organization is line sequential
                        file status is audit-file-status.
                    select history-file assign to "HISTORY.DAT"
                        organization is line sequential
                        file status is history-file-status.
                    select pendpost-file assign to "PENDPOST.DAT"
                        organization is line sequential
                        file status is pendpost-file-status.
           data division.
                file section.
                fd  integ-card-file.
                01 integ-card-line pic x(40).
                fd  integ-report-file.
                01 integ-line pic x(100).
                fd  readings-file.
                copy "readdet.cpy".
                fd  master-file.
                copy "statmast.cpy".
                fd  audit-file.
                01 audit-line pic x(400).
                fd  history-file.
                01 history-line pic x(3500).
      *             a parked posting - date in 1-8, shift in 9-10 and
      *             station in 11-13 in both the current and the
      *             older posting layout
                fd  pendpost-file.
                01 pendpost-record pic x(77).
                working-storage section.
                01 integ-card-file-status pic xx.
                01 integ-report-file-status pic xx.
                01 integ-report-name pic x(30).
                01 readings-file-status pic xx.
                01 master-file-status pic xx.
                01 audit-file-status pic xx.
                01 history-file-status pic xx.
                01 pendpost-file-status pic xx.
                01 master-open pic x value "N".
                01 copy-eof pic x value "N".
                01 clock-date-yyyymmdd pic 9(8).
      *         the window - yesterday and today unless the card
      *         names it
                01 from-date pic 9(8).
                01 to-date pic 9(8).
                01 walk-yyyy pic 9(4).
                01 walk-mm pic 9(2).
                01 walk-dd pic 9(2).
                01 month-days-table.
                   05 filler pic x(24)
                         value "312831303130313130313031".
                01 month-days redefines month-days-table.
                   05 month-len occurs 12 times pic 9(2).
      *         discrepancy tallies by type, for the summary
                01 days-checked pic 9(4) value 0.
                01 master-missing pic 9(4) value 0.
                01 master-differs pic 9(4) value 0.
                01 master-orphans pic 9(4) value 0.
                01 postings-parked pic 9(4) value 0.
                01 audit-missing pic 9(4) value 0.
                01 audit-differs pic 9(4) value 0.
                01 history-missing pic 9(4) value 0.
                01 history-differs pic 9(4) value 0.
                01 total-found pic 9(5) value 0.
      *         the last audit row for each date and shift in the
      *         window - a rerun's or an adjustment's later row
      *         carries the count that should now stand
                01 auditlist.
                   05 aud-count pic 9(4) value 0.
                   05 aud-entry occurs 1 to 1000 times
                         depending on aud-count.
                      10 aud-date pic 9(8).
                      10 aud-shift pic x(2).
                      10 aud-accepted pic 9(3).
                01 a pic 9(4).
                01 aud-found pic 9(4).
                01 scan-ptr pic 9(4).
                01 token pic x(30).
                01 last-kw pic x(10).
                01 audit-date pic x(8).
                01 audit-shift pic x(2).
      *         "R" on a rerun, rework or resend the authority check
      *         refused - nothing was written, so it is no run
                01 audit-auth pic x.
                01 audit-accepted pic x(3).
                01 audit-eof pic x value "N".
      *         postings parked for repost inside the window
                01 pendlist.
                   05 pend-count pic 9(4) value 0.
                   05 pend-entry occurs 1 to 500 times
                         depending on pend-count.
                      10 pend-date pic x(8).
                      10 pend-shift pic x(2).
                      10 pend-station pic x(3).
                01 pend-found pic x.
                01 pp pic 9(4).
      *         every date and shift the detail file held, so the
      *         master rows with nothing behind them can be found
                01 seenlist.
                   05 seen-count pic 9(4) value 0.
                   05 seen-entry occurs 1 to 1000 times
                         depending on seen-count.
                      10 seen-date pic 9(8).
                      10 seen-shift pic x(2).
                01 seen-found pic x.
                01 v pic 9(4).
      *         the date and shift being checked, recomputed from
      *         its detail records in sequence order - the order
      *         its run booked them, so mode ties come out as the
      *         run wrote them
                01 grp-date pic 9(8).
                01 grp-shift pic x(2).
                01 date-disp pic x(10).
                01 history-key pic x(14).
                01 history-key-len pic 9(2).
                01 arrlist.
                   05 arr-count pic 9(3) value 0.
                   05 arr occurs 1 to 200 times
                         depending on arr-count pic 9(3)v9.
                01 stnlist.
                   05 stn-tag occurs 1 to 200 times
                         depending on arr-count pic x(3).
                01 stationlist.
                   05 station-count pic 9(3) value 0.
                   05 station-code occurs 1 to 200 times
                         depending on station-count pic x(3).
                01 fulllist.
                   05 full-count pic 9(3) value 0.
                   05 full-arr occurs 1 to 200 times
                         depending on full-count pic 9(3)v9.
                01 fulltaglist.
                   05 full-tag occurs 1 to 200 times
                         depending on full-count pic x(3).
                01 station-id pic x(3).
                01 station-found pic x value "N".
                01 m pic 9(3)v9.
                01 modelist.
                   05 mode-count pic 9(3) value 0.
                   05 mode-val occurs 1 to 200 times
                         depending on mode-count pic 9(3)v9.
                01 c pic 9(3).
                01 c-max pic 9(3).
                01 i pic 9(3).
                01 j pic 9(3).
                01 k pic 9(3).
                01 s pic 9(3).
                01 already-tied pic x value "N".
                01 sorted-list.
                   05 sorted-arr occurs 1 to 200 times
                         depending on arr-count pic 9(3)v9.
                01 temp-val pic 9(3)v9.
                01 arr-sum pic 9(7)v9.
                01 mean pic 9(3)v99.
                01 median pic 9(3)v99.
                01 reading-range pic 9(3)v9.
                01 mid pic 9(3).
                01 line-ptr pic 9(4).
      *         the mode field as statpost was handed it
                01 expect-modes pic x(36).
                01 reading-edit pic 999.9.
                01 reading-value pic 9(3)v9.
                copy "rdgparse.cpy".
      *         one discrepancy as it goes on the report
                01 disc-station pic x(3).
                01 disc-type pic x(20).
                01 disc-found pic x(36).
                01 disc-expected pic x(36).
                01 count-disp pic zzz9.
                01 count-disp-2 pic zzz9.
                01 mean-disp pic zz9.99.
                01 mean-disp-2 pic zz9.99.
                01 range-disp pic zz9.9.
                01 range-disp-2 pic zz9.9.
      *         history line comparison - the readings come back in
      *         the order they were written, the mode field last
                01 history-found pic x.
                01 token-count pic 9(3).
                01 prev-token pic x(30).
                01 hist-readings pic 9(4).
                01 hist-wrong pic 9(4).
                01 hist-first-wrong pic 9(4).
                01 hist-mode-field pic x(30).
                01 hist-mode-ok pic x.
                01 mode-ptr pic 9(2).
                01 mode-token pic x(9).
                01 mode-seen pic 9(3).
                copy "compcode.cpy".

           procedure division.
                perform begin.
                begin.
                accept clock-date-yyyymmdd from date yyyymmdd.
                move clock-date-yyyymmdd to to-date.
                move clock-date-yyyymmdd to from-date.
                perform step-back-one-day.
                perform read-integ-card.
                move spaces to integ-report-name.
                string "INTEG" clock-date-yyyymmdd ".TXT"
                       delimited by size into integ-report-name
                end-string.
                open output integ-report-file.
                if integ-report-file-status not = "00"
                    display "integchk: unable to open "
                            integ-report-name ", status "
                            integ-report-file-status
                    move 12 to raise-code
                    move "integrity report could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move spaces to integ-line.
                string "Cross-file integrity check : "
                       from-date(1:4) "-" from-date(5:2) "-"
                       from-date(7:2) " to "
                       to-date(1:4) "-" to-date(5:2) "-"
                       to-date(7:2)
                       delimited by size into integ-line
                end-string.
                write integ-line.
                move spaces to integ-line.
                write integ-line.
                perform load-audit-counts.
                perform load-parked-postings.
                open input master-file.
                if master-file-status = "00"
                    move "Y" to master-open
                else
                    display "integchk: no STATMAST.DAT, status "
                            master-file-status
                            "; master rows not checked"
                    move 8 to raise-code
                    move "STATMAST.DAT could not be checked"
                        to raise-reason
                    perform raise-completion
                end-if.
                perform walk-readings.
                if master-open = "Y"
                    perform find-orphan-rows
                    close master-file
                end-if.
                perform write-summary.
                close integ-report-file.
                display "integchk: " days-checked
                        " day(s) checked, " total-found
                        " discrepancy(ies), " postings-parked
                        " posting(s) awaiting repost".
      *         a file disagreeing with another is wrong output
      *         somewhere - parked postings are already known and
      *         only want draining
                if total-found > 0
                    move 8 to raise-code
                    move spaces to raise-reason
                    string total-found " discrepancy(ies) between files"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                if postings-parked > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string postings-parked
                           " posting(s) awaiting repost"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
                step-back-one-day.
                move from-date(1:4) to walk-yyyy.
                move from-date(5:2) to walk-mm.
                move from-date(7:2) to walk-dd.
                if walk-dd > 1
                    subtract 1 from walk-dd
                else
                    if walk-mm > 1
                        subtract 1 from walk-mm
                    else
                        move 12 to walk-mm
                        subtract 1 from walk-yyyy
                    end-if
                    move month-len(walk-mm) to walk-dd
                    if walk-mm = 2
                        if function mod(walk-yyyy, 4) = 0
                                and (function mod(walk-yyyy, 100)
                                        not = 0
                                    or function mod(walk-yyyy, 400)
                                        = 0)
                            move 29 to walk-dd
                        end-if
                    end-if
                end-if.
                move walk-yyyy to from-date(1:4).
                move walk-mm to from-date(5:2).
                move walk-dd to from-date(7:2).
                read-integ-card.
                open input integ-card-file.
                if integ-card-file-status not = "00"
                    continue
                else
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read integ-card-file
                            at end move "Y" to copy-eof
                            not at end perform apply-integ-card
                        end-read
                    end-perform
                    close integ-card-file
                end-if.
                if to-date < from-date
                    display "read-integ-card: window runs "
                            "backwards, checking " from-date
                            " alone"
                    move from-date to to-date
                end-if.
                apply-integ-card.
                if integ-card-line = spaces
                        or integ-card-line(1:1) = "*"
                    continue
                else
                if integ-card-line(1:8) = "FROM"
                    if integ-card-line(10:8) is numeric
                        move integ-card-line(10:8) to from-date
                    else
                        display "read-integ-card: bad FROM card "
                                "ignored : " integ-card-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                if integ-card-line(1:8) = "TO"
                    if integ-card-line(10:8) is numeric
                        move integ-card-line(10:8) to to-date
                    else
                        display "read-integ-card: bad TO card "
                                "ignored : " integ-card-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                    display "read-integ-card: unknown card "
                            "ignored : " integ-card-line
                    move 4 to raise-code
                    move "bad card ignored"
                        to raise-reason
                    perform raise-completion
                end-if
                end-if
                end-if.
      *         one pass over the audit log, keeping the accepted
      *         count of the last row for every date and shift in
      *         the window
                load-audit-counts.
                open input audit-file.
                if audit-file-status not = "00"
                    display "load-audit-counts: no RUNAUDIT.DAT, "
                            "status " audit-file-status
                            "; every day will show no audit row"
                    move 8 to raise-code
                    move "RUNAUDIT.DAT could not be read"
                        to raise-reason
                    perform raise-completion
                else
                    move "N" to audit-eof
                    perform until audit-eof = "Y"
                        read audit-file
                            at end move "Y" to audit-eof
                            not at end perform keep-audit-row
                        end-read
                    end-perform
                    close audit-file
                end-if.
                keep-audit-row.
                perform parse-audit-row.
                if audit-date is numeric
                        and audit-accepted is numeric
                        and audit-auth not = "R"
                    if audit-date >= from-date
                            and audit-date <= to-date
                        move 0 to aud-found
                        perform varying a from 1 by 1
                                until a > aud-count
                            if aud-date(a) = audit-date
                                    and aud-shift(a) = audit-shift
                                move a to aud-found
                            end-if
                        end-perform
                        if aud-found = 0 and aud-count < 1000
                            add 1 to aud-count
                            move aud-count to aud-found
                            move audit-date to aud-date(aud-found)
                            move audit-shift to aud-shift(aud-found)
                        end-if
                        if aud-found > 0
                            move audit-accepted
                                to aud-accepted(aud-found)
                        end-if
                    end-if
                end-if.
      *         the audit row is keyword/value pairs; a shiftless
      *         run leaves the shift keyword followed straight by
      *         the next keyword, so a value that names a keyword
      *         means "no value"
                parse-audit-row.
                move spaces to audit-date.
                move spaces to audit-shift.
                move spaces to audit-auth.
                move spaces to audit-accepted.
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
                end-perform.
                take-audit-token.
                if token = "start" or token = "end"
                        or token = "mode" or token = "shift"
                        or token = "input" or token = "read"
                        or token = "accepted" or token = "skipped"
                        or token = "discarded"
                        or token = "excluded" or token = "rerun"
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
                    if last-kw = "date"
                        move token(1:8) to audit-date
                    end-if
                    if last-kw = "auth"
                        move token(1:1) to audit-auth
                    end-if
                    if last-kw = "shift"
                        move token(1:2) to audit-shift
                    end-if
                    if last-kw = "accepted"
                        move token(1:3) to audit-accepted
                    end-if
                    move spaces to last-kw
                end-if.
                load-parked-postings.
                open input pendpost-file.
                if pendpost-file-status = "00"
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read pendpost-file
                            at end move "Y" to copy-eof
                            not at end perform keep-parked-posting
                        end-read
                    end-perform
                    close pendpost-file
                end-if.
                keep-parked-posting.
                if pendpost-record(1:8) is numeric
                    if pendpost-record(1:8) >= from-date
                            and pendpost-record(1:8) <= to-date
                            and pend-count < 500
                        add 1 to pend-count
                        move pendpost-record(1:8)
                            to pend-date(pend-count)
                        move pendpost-record(9:2)
                            to pend-shift(pend-count)
                        move pendpost-record(11:3)
                            to pend-station(pend-count)
                    end-if
                end-if.
      *         the detail file in key order, one date and shift at
      *         a time
                walk-readings.
                open input readings-file.
                if readings-file-status not = "00"
                    display "walk-readings: no READINGS.DAT, status "
                            readings-file-status
                            "; no detail to check against"
                    move 8 to raise-code
                    move "READINGS.DAT could not be read"
                        to raise-reason
                    perform raise-completion
                    move "No readings detail on file." to integ-line
                    write integ-line
                else
                    move from-date to rdet-date
                    move low-values to rdet-shift
                    move 0 to rdet-seq
                    start readings-file key >= rdet-key
                        invalid key continue
                    end-start
                    if readings-file-status = "00"
                        perform read-next-detail
                        perform until readings-file-status not = "00"
                                or rdet-date > to-date
                            perform load-one-day
                            perform check-one-day
                        end-perform
                    end-if
                    close readings-file
                end-if.
                read-next-detail.
                read readings-file next
                    at end continue
                end-read.
                load-one-day.
                move rdet-date to grp-date.
                move rdet-shift to grp-shift.
                move 0 to arr-count.
                move 0 to station-count.
                perform until readings-file-status not = "00"
                        or rdet-date not = grp-date
                        or rdet-shift not = grp-shift
                    if rdet-seq > 0 and arr-count < 200
                        add 1 to arr-count
                        move rdet-value to arr(arr-count)
                        move rdet-station to stn-tag(arr-count)
                        move rdet-station to station-id
                        perform note-station
                    end-if
                    perform read-next-detail
                end-perform.
                note-station.
                move "N" to station-found.
                perform varying s from 1 by 1 until s > station-count
                    if station-code(s) = station-id
                        move "Y" to station-found
                    end-if
                end-perform.
                if station-found = "N"
                    add 1 to station-count
                    move station-id to station-code(station-count)
                end-if.
                check-one-day.
                add 1 to days-checked.
                if seen-count < 1000
                    add 1 to seen-count
                    move grp-date to seen-date(seen-count)
                    move grp-shift to seen-shift(seen-count)
                end-if.
                move spaces to date-disp.
                string grp-date(1:4) "-" grp-date(5:2) "-"
                       grp-date(7:2)
                       delimited by size into date-disp
                end-string.
                move spaces to history-key.
                if grp-shift = spaces
                    string date-disp ","
                           delimited by size into history-key
                    end-string
                    move 11 to history-key-len
                else
                    string date-disp " " grp-shift ","
                           delimited by size into history-key
                    end-string
                    move 14 to history-key-len
                end-if.
                perform modefunction.
                perform compute-statistics.
                if master-open = "Y"
                    move spaces to station-id
                    perform check-master-row
                    if arr-count > 0
                        perform save-full-readings
                        perform varying s from 1 by 1
                                until s > station-count
                            move station-code(s) to station-id
                            perform load-station-readings
                            perform modefunction
                            perform compute-statistics
                            perform check-master-row
                        end-perform
                        perform load-all-readings
                        perform modefunction
                        perform compute-statistics
                    end-if
                    perform check-extra-station-rows
                end-if.
                perform check-audit-count.
                perform check-history-line.
      *         the master row for grp-date, grp-shift and station-id
      *         (spaces for the plant-wide row) against the figures
      *         arr currently holds
                check-master-row.
                move station-id to disc-station.
                move grp-date to master-date.
                move grp-shift to master-shift.
                move station-id to master-station.
                read master-file
                    invalid key continue
                end-read.
                if master-file-status not = "00"
                    perform find-parked-posting
                    if pend-found = "Y"
                        add 1 to postings-parked
                        move spaces to integ-line
                        string "     " date-disp " " grp-shift " "
                               station-id
                               "  posting parked for repost"
                               delimited by size into integ-line
                        end-string
                        write integ-line
                    else
                        add 1 to master-missing
                        move "NO MASTER ROW" to disc-type
                        move "none" to disc-found
                        move arr-count to count-disp
                        move spaces to disc-expected
                        string count-disp " reading(s)"
                               delimited by size into disc-expected
                        end-string
                        perform report-discrepancy
                    end-if
                else
                    perform build-expect-modes
                    if master-read-count not = arr-count
                        add 1 to master-differs
                        move "MASTER COUNT" to disc-type
                        move master-read-count to count-disp
                        move count-disp to disc-found
                        move arr-count to count-disp-2
                        move count-disp-2 to disc-expected
                        perform report-discrepancy
                    end-if
                    if master-modes not = expect-modes
                        add 1 to master-differs
                        move "MASTER MODE" to disc-type
                        move master-modes to disc-found
                        move expect-modes to disc-expected
                        perform report-discrepancy
                    end-if
                    if master-mean not = mean
                        add 1 to master-differs
                        move "MASTER MEAN" to disc-type
                        move master-mean to mean-disp
                        move mean-disp to disc-found
                        move mean to mean-disp-2
                        move mean-disp-2 to disc-expected
                        perform report-discrepancy
                    end-if
                    if master-median not = median
                        add 1 to master-differs
                        move "MASTER MEDIAN" to disc-type
                        move master-median to mean-disp
                        move mean-disp to disc-found
                        move median to mean-disp-2
                        move mean-disp-2 to disc-expected
                        perform report-discrepancy
                    end-if
                    if master-range not = reading-range
                        add 1 to master-differs
                        move "MASTER RANGE" to disc-type
                        move master-range to range-disp
                        move range-disp to disc-found
                        move reading-range to range-disp-2
                        move range-disp-2 to disc-expected
                        perform report-discrepancy
                    end-if
                end-if.
                find-parked-posting.
                move "N" to pend-found.
                perform varying pp from 1 by 1 until pp > pend-count
                    if pend-date(pp) = grp-date
                            and pend-shift(pp) = grp-shift
                            and pend-station(pp) = station-id
                        move "Y" to pend-found
                    end-if
                end-perform.
      *         a station row on the master for a station the day's
      *         detail no longer has
                check-extra-station-rows.
                move grp-date to master-date.
                move grp-shift to master-shift.
                move low-values to master-station.
                start master-file key >= master-key
                    invalid key continue
                end-start.
                if master-file-status = "00"
                    perform read-next-row
                    perform until master-file-status not = "00"
                            or master-date not = grp-date
                            or master-shift not = grp-shift
                        if master-station not = spaces
                            move master-station to station-id
                            move "N" to station-found
                            perform varying s from 1 by 1
                                    until s > station-count
                                if station-code(s) = station-id
                                    move "Y" to station-found
                                end-if
                            end-perform
                            if station-found = "N"
                                add 1 to master-orphans
                                move station-id to disc-station
                                move "ROW WITHOUT DETAIL" to disc-type
                                move master-read-count to count-disp
                                move spaces to disc-found
                                string count-disp " reading(s)"
                                       delimited by size
                                       into disc-found
                                end-string
                                move "none" to disc-expected
                                perform report-discrepancy
                            end-if
                        end-if
                        perform read-next-row
                    end-perform
                end-if.
                read-next-row.
                read master-file next
                    at end continue
                end-read.
      *         every master row in the window whose date and shift
      *         the detail file never held
                find-orphan-rows.
                move from-date to master-date.
                move low-values to master-shift.
                move low-values to master-station.
                start master-file key >= master-key
                    invalid key continue
                end-start.
                if master-file-status = "00"
                    perform read-next-row
                    perform until master-file-status not = "00"
                            or master-date > to-date
                        move "N" to seen-found
                        perform varying v from 1 by 1
                                until v > seen-count
                            if seen-date(v) = master-date
                                    and seen-shift(v) = master-shift
                                move "Y" to seen-found
                            end-if
                        end-perform
                        if seen-found = "N"
                            add 1 to master-orphans
                            move spaces to date-disp
                            string master-date(1:4) "-"
                                   master-date(5:2) "-"
                                   master-date(7:2)
                                   delimited by size into date-disp
                            end-string
                            move master-shift to grp-shift
                            move master-station to disc-station
                            move "ROW WITHOUT DETAIL" to disc-type
                            move master-read-count to count-disp
                            move spaces to disc-found
                            string count-disp " reading(s)"
                                   delimited by size into disc-found
                            end-string
                            move "none" to disc-expected
                            perform report-discrepancy
                        end-if
                        perform read-next-row
                    end-perform
                end-if.
      *         the audit log's accepted count for the day against
      *         the detail records behind it
                check-audit-count.
                move "   " to disc-station.
                move 0 to aud-found.
                perform varying a from 1 by 1 until a > aud-count
                    if aud-date(a) = grp-date
                            and aud-shift(a) = grp-shift
                        move a to aud-found
                    end-if
                end-perform.
                if aud-found = 0
                    add 1 to audit-missing
                    move "NO AUDIT ROW" to disc-type
                    move "none" to disc-found
                    move arr-count to count-disp
                    move spaces to disc-expected
                    string count-disp " reading(s)"
                           delimited by size into disc-expected
                    end-string
                    perform report-discrepancy
                else
                    if aud-accepted(aud-found) not = arr-count
                        add 1 to audit-differs
                        move "AUDIT COUNT" to disc-type
                        move aud-accepted(aud-found) to count-disp
                        move count-disp to disc-found
                        move arr-count to count-disp-2
                        move count-disp-2 to disc-expected
                        perform report-discrepancy
                    end-if
                end-if.
      *         the day's history line, reading by reading and then
      *         its mode field - a line written before the decimal
      *         readings ("P07 42") compares by value all the same
                check-history-line.
                move "   " to disc-station.
                move "N" to history-found.
                open input history-file.
                if history-file-status = "00"
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read history-file
                            at end move "Y" to copy-eof
                            not at end
                                if history-line(1:history-key-len)
                                        = history-key
                                            (1:history-key-len)
                                    move "Y" to history-found
                                    perform compare-history-line
                                end-if
                        end-read
                    end-perform
                    close history-file
                end-if.
                if history-found = "N"
                    add 1 to history-missing
                    move "NO HISTORY LINE" to disc-type
                    move "none" to disc-found
                    move arr-count to count-disp
                    move spaces to disc-expected
                    string count-disp " reading(s)"
                           delimited by size into disc-expected
                    end-string
                    perform report-discrepancy
                end-if.
      *         a token is only a reading once the next one proves
      *         it wasn't the mode field on the end
                compare-history-line.
                move 0 to hist-readings.
                move 0 to hist-wrong.
                move 0 to hist-first-wrong.
                move 1 to scan-ptr.
                move 0 to token-count.
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
                            perform compare-history-reading
                        end-if
                        move token to prev-token
                    end-if
                end-perform.
                move prev-token to hist-mode-field.
                if hist-readings not = arr-count
                    add 1 to history-differs
                    move "HISTORY COUNT" to disc-type
                    move hist-readings to count-disp
                    move count-disp to disc-found
                    move arr-count to count-disp-2
                    move count-disp-2 to disc-expected
                    perform report-discrepancy
                end-if.
                if hist-wrong > 0
                    add 1 to history-differs
                    move "HISTORY READING" to disc-type
                    move hist-wrong to count-disp
                    move hist-first-wrong to count-disp-2
                    move spaces to disc-found
                    string count-disp " differ, first #"
                           count-disp-2
                           delimited by size into disc-found
                    end-string
                    move "detail in same order" to disc-expected
                    perform report-discrepancy
                end-if.
                perform compare-history-mode.
                if hist-mode-ok = "N"
                    add 1 to history-differs
                    move "HISTORY MODE" to disc-type
                    move hist-mode-field to disc-found
                    perform build-expect-modes
                    move expect-modes to disc-expected
                    if arr-count = 0
                        move "no valid readings" to disc-expected
                    end-if
                    perform report-discrepancy
                end-if.
                compare-history-reading.
                add 1 to hist-readings.
                move prev-token(5:9) to reading-text.
                call "rdgparse" using reading-parse
                end-call.
                if hist-readings <= arr-count
                    if reading-ok = "N"
                            or prev-token(1:3)
                                not = stn-tag(hist-readings)
                            or parsed-value not = arr(hist-readings)
                        add 1 to hist-wrong
                        if hist-first-wrong = 0
                            move hist-readings to hist-first-wrong
                        end-if
                    end-if
                end-if.
      *         the mode field against the recomputed modes, value
      *         by value in the order they were written
                compare-history-mode.
                move "Y" to hist-mode-ok.
                if arr-count = 0
                    if hist-mode-field not = "no valid readings"
                        move "N" to hist-mode-ok
                    end-if
                else
                if c-max = 1 and mode-count > 1
                    if hist-mode-field not = "none"
                        move "N" to hist-mode-ok
                    end-if
                else
                    move 0 to mode-seen
                    move 1 to mode-ptr
                    perform until mode-ptr > 30
                        move spaces to mode-token
                        unstring hist-mode-field delimited by "/"
                                or " "
                            into mode-token with pointer mode-ptr
                        end-unstring
                        if mode-token = spaces
                            move 31 to mode-ptr
                        else
                            add 1 to mode-seen
                            move mode-token to reading-text
                            call "rdgparse" using reading-parse
                            end-call
                            if reading-ok = "N"
                                    or mode-seen > mode-count
                                move "N" to hist-mode-ok
                            else
                                if parsed-value
                                        not = mode-val(mode-seen)
                                    move "N" to hist-mode-ok
                                end-if
                            end-if
                        end-if
                    end-perform
                    if mode-seen not = mode-count
                        move "N" to hist-mode-ok
                    end-if
                end-if
                end-if.
      *         the mode field exactly as the daily run hands it to
      *         statpost
                build-expect-modes.
                move spaces to expect-modes.
                if arr-count = 0
                    move "no readings" to expect-modes
                else
                    if c-max = 1 and mode-count > 1
                        move "none" to expect-modes
                    else
                        move 1 to line-ptr
                        perform varying k from 1 by 1
                                until k > mode-count
                            move mode-val(k) to reading-edit
                            string reading-edit delimited by size
                                   into expect-modes
                                   with pointer line-ptr
                                on overflow
                                    move mode-count to k
                            end-string
                            if k < mode-count
                                string "/" delimited by size
                                       into expect-modes
                                       with pointer line-ptr
                                    on overflow
                                        move mode-count to k
                                end-string
                            end-if
                        end-perform
                    end-if
                end-if.
      *         one discrepancy line: where, what kind, what the
      *         file says and what the detail says it should be
                report-discrepancy.
                add 1 to total-found.
                move spaces to integ-line.
                move 1 to line-ptr.
                string "  ** " date-disp " " grp-shift " "
                       disc-station "  " disc-type " : "
                       delimited by size
                       into integ-line with pointer line-ptr
                end-string.
                string "found " delimited by size
                       disc-found delimited by "  "
                       ", detail " delimited by size
                       disc-expected delimited by "  "
                       into integ-line with pointer line-ptr
                end-string.
                write integ-line.
                modefunction.
                move 0 to c-max.
                move 0 to mode-count.
                perform modefunctioncount.
                modefunctioncount.
                perform varying i from 1 by 1 until i > arr-count
                    move 0 to c
                    perform varying j from 1 by 1 until j > arr-count
                        if arr(i) = arr(j)
                            add 1 to c
                        end-if
                    end-perform
                    if c > c-max
                        move c to c-max
                        move 1 to mode-count
                        move arr(i) to mode-val(1)
                    else
                        if c = c-max
                            move "N" to already-tied
                            perform varying k from 1 by 1
                                    until k > mode-count
                                if mode-val(k) = arr(i)
                                    move "Y" to already-tied
                                end-if
                            end-perform
                            if already-tied = "N"
                                add 1 to mode-count
                                move arr(i) to mode-val(mode-count)
                            end-if
                        end-if
                    end-if
                end-perform.
                if mode-count > 0
                    move mode-val(1) to m
                end-if.
                compute-statistics.
                move 0 to mean.
                move 0 to median.
                move 0 to reading-range.
                if arr-count > 0
                    move 0 to arr-sum
                    perform varying i from 1 by 1 until i > arr-count
                        add arr(i) to arr-sum
                        move arr(i) to sorted-arr(i)
                    end-perform
                    divide arr-sum by arr-count giving mean rounded
                    perform varying i from 1 by 1 until i > arr-count
                        perform varying j from 1 by 1
                                until j > arr-count - i
                            if sorted-arr(j) > sorted-arr(j + 1)
                                move sorted-arr(j) to temp-val
                                move sorted-arr(j + 1) to sorted-arr(j)
                                move temp-val to sorted-arr(j + 1)
                            end-if
                        end-perform
                    end-perform
                    move sorted-arr(arr-count) to reading-range
                    subtract sorted-arr(1) from reading-range
                    divide arr-count by 2 giving mid
                    if function mod(arr-count, 2) = 0
                        compute median rounded =
                            (sorted-arr(mid) + sorted-arr(mid + 1)) / 2
                    else
                        move sorted-arr(mid + 1) to median
                    end-if
                end-if.
                save-full-readings.
                move arr-count to full-count.
                perform varying i from 1 by 1 until i > full-count
                    move arr(i) to full-arr(i)
                    move stn-tag(i) to full-tag(i)
                end-perform.
                load-station-readings.
                move 0 to arr-count.
                perform varying i from 1 by 1 until i > full-count
                    if full-tag(i) = station-id
                        add 1 to arr-count
                        move full-arr(i) to arr(arr-count)
                        move full-tag(i) to stn-tag(arr-count)
                    end-if
                end-perform.
                load-all-readings.
                move full-count to arr-count.
                perform varying i from 1 by 1 until i > arr-count
                    move full-arr(i) to arr(i)
                    move full-tag(i) to stn-tag(i)
                end-perform.
                write-summary.
                move spaces to integ-line.
                write integ-line.
                move spaces to integ-line.
                string days-checked " date/shift(s) checked, "
                       total-found " discrepancy(ies)"
                       delimited by size into integ-line
                end-string.
                write integ-line.
                move spaces to integ-line.
                string "  master : " master-missing " missing, "
                       master-differs " differing, "
                       master-orphans " without detail, "
                       postings-parked " parked for repost"
                       delimited by size into integ-line
                end-string.
                write integ-line.
                move spaces to integ-line.
                string "  audit  : " audit-missing " missing, "
                       audit-differs " differing"
                       delimited by size into integ-line
                end-string.
                write integ-line.
                move spaces to integ-line.
                string "  history: " history-missing " missing, "
                       history-differs " differing"
                       delimited by size into integ-line
                end-string.
                write integ-line.
                if total-found = 0
                    move "  Files agree with the readings detail."
                        to integ-line
                    write integ-line
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
                display "integchk: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program integchk.

      *    against the acknowledgements received, reporting every
      *    feed nobody picked up; a RESEND card regenerates a named
      *    day's csv from the stored readings detail, so a lost
      *    feed is recovered without a full RERUN of the day - only
      *    for an OPERATOR the authority file allows to resend, and
      *    every resend, granted or refused, goes on the audit log
           environment division.
                input-output section.
                file-control.
      *             run audit log written by s21467456 - the csv
      *             "00" entries are the feeds that went out; a
      *             resend adds its own "mode S" row
                    select audit-file assign to "RUNAUDIT.DAT"
                        organization is line sequential
                        file status is audit-file-status.
                        organization is line sequential
                        file status is ack-file-status.
      *             control card: RESEND yyyymmdd ss regenerates
      *             that day's csv, OPERATOR names who asked for it
      *             and APPROVER, optionally, who approved it; blank
      *             lines and lines starting "*" are remarks - no
      *             card means reconcile only
                    select recon-card-file assign to "CSVRECRD.DAT"
                        organization is line sequential
                        file status is recon-card-file-status.
           data division.
                file section.
                fd  audit-file.
                01 audit-line pic x(400).
                fd  ack-file.
                01 ack-line pic x(80).
                fd  recon-card-file.
                copy "readdet.cpy".
                fd  csv-file.
      *             sized for the same worst case as the daily csv
                01 csv-line pic x(3500).
                working-storage section.
                01 audit-file-status pic xx.
                01 ack-file-status pic xx.
      *         one RESEND request off the card
                01 resend-date pic x(8).
                01 resend-shift pic x(2).
      *         who asked for the resends on this card, and who
      *         approved them; operauth is asked once, at the first
      *         RESEND - "G" granted, "R" refused, blank not yet asked
                01 recon-operator pic x(8) value spaces.
                01 recon-approver pic x(8) value spaces.
                01 recon-auth pic x value space.
                01 feeds-refused pic 9(4) value 0.
                01 resend-start-date pic 9(8).
                01 resend-start-time pic 9(8).
                01 resend-end-date pic 9(8).
                01 resend-end-time pic 9(8).
      *         the named day's stored readings, reloaded off the
      *         detail file so the csv comes out in the layout the
      *         daily run writes
                   05 rsd-entry occurs 1 to 200 times
                         depending on rsd-count.
                      10 rsd-station pic x(3).
                      10 rsd-value pic 9(3)v9.
                01 day-on-file pic x.
      *         repeat counts per reading value for the day's mode
      *         field - ties take the lowest value; one bucket per
      *         tenth from 0.0 to 999.9, the value times ten plus one
                01 val-counts.
                   05 val-count occurs 10000 times pic 9(3).
                01 vv pic 9(5).
                01 c-max pic 9(3).
                01 mode-ties pic 9(3).
      *         a reading or mode value in the same "nnn.n" shape
      *         the daily csv writes
                01 mode-val-out pic 9(3)v9.
                01 reading-edit pic 999.9.
                01 i pic 9(3).
                01 copy-eof pic x value "N".
                01 line-ptr pic 9(4).
                01 run-date-yyyymmdd pic 9(8).
                01 run-date-display pic x(10).
                01 date-disp pic x(10).
                copy "compcode.cpy".
                copy "alertarea.cpy".
                copy "autharea.cpy".

           procedure division.
                perform begin.
                if recon-report-file-status not = "00"
                    display "csvrecon: unable to open CSVRECON.TXT, "
                            "status " recon-report-file-status
                    move 12 to raise-code
                    move "CSVRECON.TXT could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move spaces to recon-line.
                string "Feeds written " feeds-written
                       ", unacknowledged " feeds-unacked
                       ", resent " feeds-resent
                       ", refused " feeds-refused
                       delimited by size into recon-line
                end-string.
                write recon-line.
                display "csvrecon: " feeds-written
                        " feed(s) written, " feeds-unacked
                        " unacknowledged, " feeds-resent
                        " resent, " feeds-refused " refused".
                if feeds-unacked > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string feeds-unacked " feed(s) unacknowledged"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
      *         every audit row whose csv went out with status "00"
      *         should have an acknowledgement file next to it by
                    display "reconcile-acks: no RUNAUDIT.DAT, "
                            "status " audit-file-status
                            "; nothing to reconcile"
                    move 4 to raise-code
                    move "no RUNAUDIT.DAT to reconcile against"
                        to raise-reason
                    perform raise-completion
                    move "No audit log - nothing to reconcile."
                        to recon-line
                    write recon-line
                                   into recon-line
                            end-string
                            write recon-line
                            move 4 to alert-severity
                            move audit-date to alert-date
                            move audit-shift to alert-shift
                            move spaces to alert-station
                            move "NOACK" to alert-type
                            move spaces to alert-text
                            string "csv feed STATS" delimited by size
                                   audit-date delimited by size
                                   audit-shift delimited by " "
                                   ".CSV not acknowledged"
                                       delimited by size
                                   into alert-text
                            end-string
                            perform post-alert
                        end-if
                    end-if
                end-if.
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
                    move seen-key to seen-feed(seen-count)
                end-if.
      *         control card, runcard layout - each RESEND names a
      *         day (and shift) whose csv should be regenerated; the
      *         OPERATOR and APPROVER cards are read first, so they
      *         cover every RESEND wherever they sit on the card
                read-recon-card.
                open input recon-card-file.
                if recon-card-file-status not = "00"
                    continue
                else
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read recon-card-file
                            at end move "Y" to copy-eof
                            not at end perform take-recon-operator
                        end-read
                    end-perform
                    close recon-card-file
                    open input recon-card-file
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read recon-card-file
                    end-perform
                    close recon-card-file
                end-if.
                take-recon-operator.
                if recon-card-line(1:8) = "OPERATOR"
                    move recon-card-line(10:8) to recon-operator
                end-if.
                if recon-card-line(1:8) = "APPROVER"
                    move recon-card-line(10:8) to recon-approver
                end-if.
                apply-recon-card.
                if recon-card-line = spaces
                        or recon-card-line(1:1) = "*"
                    continue
                else
                if recon-card-line(1:8) = "OPERATOR"
                        or recon-card-line(1:8) = "APPROVER"
                    continue
                else
                if recon-card-line(1:8) = "RESEND"
                    if recon-card-line(10:8) is numeric
                        move recon-card-line(10:8) to resend-date
                        move recon-card-line(19:2) to resend-shift
                        accept resend-start-date from date yyyymmdd
                        accept resend-start-time from time
                        move "--" to csv-file-status
                        if recon-auth = space
                            perform authorise-resend
                        end-if
                        if recon-auth = "G"
                            perform resend-one-day
                        else
                            perform refuse-resend
                        end-if
                        perform write-resend-audit
                    else
                        display "apply-recon-card: bad RESEND "
                                "card ignored : " recon-card-line
                        move 8 to raise-code
                        move "bad RESEND card, nothing resent"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                    display "apply-recon-card: unknown card "
                            "ignored : " recon-card-line
                    move 4 to raise-code
                    move "unknown card ignored" to raise-reason
                    perform raise-completion
                end-if
                end-if
                end-if.
      *         a resend replaces the feed the reporting system
      *         already has, so it needs an operator allowed to ask
      *         for it; an approver is optional, but one that is
      *         named must be a different operator allowed to approve
                authorise-resend.
                move "RESEND" to auth-action.
                move recon-operator to auth-operator.
                move recon-approver to auth-approver.
                move "N" to auth-approver-needed.
                call "operauth" using auth-area
                    on exception
                        move "R" to auth-result
                        move "operauth not available"
                            to auth-reason
                end-call.
                move auth-result to recon-auth.
                if recon-auth not = "G"
                    display "authorise-resend: RESEND refused : "
                            auth-reason
                    move spaces to recon-line
                    string "  ** RESEND refused : " auth-reason
                           delimited by size into recon-line
                    end-string
                    write recon-line
                end-if.
                refuse-resend.
                add 1 to feeds-refused.
                move spaces to recon-line.
                string "  ** " resend-date " " resend-shift
                       " not resent - refused"
                       delimited by size into recon-line
                end-string.
                write recon-line.
                move 8 to alert-severity.
                move resend-date to alert-date.
                move resend-shift to alert-shift.
                move spaces to alert-station.
                move "REFUSED" to alert-type.
                move spaces to alert-text.
                string "RESEND refused : " auth-reason
                       delimited by size into alert-text
                end-string.
                perform post-alert.
                move 8 to raise-code.
                move "RESEND refused - nothing resent" to raise-reason.
                perform raise-completion.
      *         one "mode S" row per RESEND card, granted or refused,
      *         so the audit log says who resent which feed
                write-resend-audit.
                accept resend-end-date from date yyyymmdd.
                accept resend-end-time from time.
                open extend audit-file.
                if audit-file-status not = "00"
                    open output audit-file
                end-if.
                if audit-file-status not = "00"
                    display "write-resend-audit: unable to open "
                            "RUNAUDIT.DAT, status " audit-file-status
                else
                    move spaces to audit-line
                    string "start " resend-start-date "-"
                           resend-start-time(1:6)
                           " end " resend-end-date "-"
                           resend-end-time(1:6)
                           " mode S"
                           " shift " delimited by size
                           resend-shift delimited by " "
                           " date "  delimited by size
                           resend-date
                           " csv " csv-file-status
                           " oper " recon-operator
                           " appr " recon-approver
                           " auth " recon-auth
                           delimited by size into audit-line
                    end-string
                    write audit-line
                    close audit-file
                end-if.
      *         rebuild the named day's csv from the stored detail
      *         records - same layout the daily run writes, so the
      *         reporting system can't tell a resend from the
                           delimited by size into recon-line
                    end-string
                    write recon-line
                    move 8 to raise-code
                    move "requested day not resent"
                        to raise-reason
                    perform raise-completion
                else
                    perform write-resent-csv
                end-if.
                    display "write-resent-csv: unable to open "
                            csv-file-name ", status "
                            csv-file-status
                    move 8 to raise-code
                    move "resent csv could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to date-disp
                    string resend-date(1:4) "-" resend-date(5:2)
                    else
                        perform varying i from 1 by 1
                                until i > rsd-count
                            move rsd-value(i) to reading-edit
                            string rsd-station(i) delimited by size
                                   " "            delimited by size
                                   reading-edit   delimited by size
                                   ", "           delimited by size
                                   into csv-line
                                   with pointer line-ptr
      *         count joined by "/", or "none" when nothing
      *         repeated - ties come out lowest first
                append-mode-field.
                perform varying vv from 1 by 1 until vv > 10000
                    move 0 to val-count(vv)
                end-perform.
                perform varying i from 1 by 1 until i > rsd-count
                    compute vv = rsd-value(i) * 10 + 1
                    add 1 to val-count(vv)
                end-perform.
                move 0 to c-max.
                perform varying vv from 1 by 1 until vv > 10000
                    if val-count(vv) > c-max
                        move val-count(vv) to c-max
                    end-if
      *         exactly as the daily run writes it; "none" is only
      *         for two-plus readings with nothing repeated
                if rsd-count = 1
                    move rsd-value(1) to reading-edit
                    string reading-edit delimited by size
                           into csv-line with pointer line-ptr
                    end-string
                else
                    end-string
                else
                    move 0 to mode-ties
                    perform varying vv from 1 by 1 until vv > 10000
                        if val-count(vv) = c-max
                            if mode-ties > 0
                                string "/" delimited by size
                                end-string
                            end-if
                            add 1 to mode-ties
                            compute mode-val-out = (vv - 1) / 10
                            move mode-val-out to reading-edit
                            string reading-edit delimited by size
                                   into csv-line
                                   with pointer line-ptr
                                on overflow
                    end-perform
                end-if
                end-if.
      *         hand one alert to the shared feed the paging system
      *         polls; a feed that can't be written mustn't stop the
      *         run, but it is said, and it costs the clean finish
                post-alert.
                move "csvrecon" to alert-source.
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
                display "csvrecon: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program csvrecon.

           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  alertack.
      *    on-call acknowledgement of the shared alert feed: lists
      *    the alerts in ALERTS.DAT that still page (raised new and
      *    not covered by an acknowledgement since), and lets the
      *    operator acknowledge one for its date, or hold its
      *    condition on every date while it is being worked - a
      *    station known to be down for a week, say - so the same
      *    condition isn't paged again night after night; a hold
      *    stays until it is released here.  Acknowledgements go to
      *    ALERTACK.DAT, which alertpost checks before paging
           environment division.
                input-output section.
                file-control.
      *             the shared alert feed written through alertpost
                    select alert-feed-file assign to "ALERTS.DAT"
                        organization is line sequential
                        file status is alert-feed-file-status.
                    select alert-ack-file assign to "ALERTACK.DAT"
                        organization is line sequential
                        file status is alert-ack-file-status.
      *             a released hold is dropped by copying the other
      *             acknowledgements through here and back
                    select alert-ack-new-file
                        assign to "ALERTACK.TMP"
                        organization is line sequential
                        file status is alert-ack-new-file-status.
           data division.
                file section.
                fd  alert-feed-file.
      *             source 1-10, severity 12-13, date 15-22, shift
      *             24-25, station 27-29, type 31-40, state 42 ("N"
      *             new - page it, "A" already acknowledged), raised
      *             date 44-51 and time 53-58, text 60-119
                01 alert-feed-line pic x(119).
                fd  alert-ack-file.
      *             source 1-10, date 12-19, shift 21-22, station
      *             24-26, type 28-37, kind 39 ("A" that date only,
      *             "H" held on every date until released), operator
      *             41-48, acknowledged date 50-57 and time 59-64,
      *             note 66-105
                01 alert-ack-line pic x(105).
                fd  alert-ack-new-file.
                01 alert-ack-new-line pic x(105).
                working-storage section.
                01 alert-feed-file-status pic xx.
                01 alert-ack-file-status pic xx.
                01 alert-ack-new-file-status pic xx.
      *         every acknowledgement on file, so the feed can be
      *         checked against them without rereading the file per
      *         alert
                01 acklist.
                   05 ack-count pic 9(4) value 0.
                   05 ack-entry occurs 1 to 500 times
                         depending on ack-count pic x(105).
      *         the alerts still paging; the same condition raised
      *         again on a later night for the same date is shown
      *         once, with its latest wording
                01 openlist.
                   05 open-count pic 9(4) value 0.
                   05 open-entry occurs 1 to 200 times
                         depending on open-count pic x(119).
                01 a pic 9(4).
                01 o pic 9(4).
                01 ack-found pic x.
                01 open-found pic x.
                01 read-eof pic x.
                01 ack-full-told pic x value "N".
                01 open-full-told pic x value "N".
      *         who is acknowledging - asked once, written on every
      *         acknowledgement taken this session
                01 operator-id pic x(8).
      *         one request off the console: L, A n, H n, S, R n or
      *         END
                01 request-line pic x(20).
                01 request-done pic x value "N".
                01 command-word pic x(3).
                01 command-number-text pic x(4) justified right.
                01 command-number pic 9(4).
                01 ack-kind pic x.
                01 ack-note pic x(40).
                01 ack-date pic 9(8).
                01 ack-time pic 9(8).
                01 hold-line pic x(105).
                01 holds-found pic 9(4).
                01 show-line pic x(120).

           procedure division.
                perform begin.
                begin.
                display "Operator id :".
                accept operator-id from console.
                if operator-id = spaces
                    display "alertack: no operator id - alerts can "
                            "be listed but not acknowledged"
                end-if.
                perform load-open-alerts.
                perform show-open-alerts.
                perform until request-done = "Y"
                    display "L list, A n acknowledge, H n hold, "
                            "S holds, R n release, END :"
                    accept request-line from console
                    inspect request-line converting
                        "abcdefghijklmnopqrstuvwxyz"
                        to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    if request-line = spaces
                            or request-line(1:3) = "END"
                        move "Y" to request-done
                    else
                        perform take-command
                    end-if
                end-perform.
                stop run.
                take-command.
                move spaces to command-word.
                move spaces to command-number-text.
                unstring request-line delimited by all " "
                    into command-word command-number-text
                end-unstring.
                inspect command-number-text
                    replacing leading " " by "0".
                if command-number-text is numeric
                    move command-number-text to command-number
                else
                    move 0 to command-number
                end-if.
                if command-word = "L"
                    perform load-open-alerts
                    perform show-open-alerts
                else
                if command-word = "S"
                    perform show-holds
                else
                if command-word = "A" or command-word = "H"
                    if operator-id = spaces
                        display "alertack: no operator id given - "
                                "nothing acknowledged"
                    else
                        if command-number < 1
                                or command-number > open-count
                            display "alertack: no alert "
                                    command-number-text
                                    " in the list"
                        else
                            move command-word(1:1) to ack-kind
                            perform acknowledge-alert
                        end-if
                    end-if
                else
                if command-word = "R"
                    if operator-id = spaces
                        display "alertack: no operator id given - "
                                "nothing released"
                    else
                        perform release-hold
                    end-if
                else
                    display "alertack: not understood : "
                            request-line
                end-if
                end-if
                end-if
                end-if.
      *         acknowledgements first, then the feed against them -
      *         an alert stamped "A" by alertpost was already covered
      *         when it was raised and never paged
                load-open-alerts.
                perform load-acks.
                move 0 to open-count.
                open input alert-feed-file.
                if alert-feed-file-status not = "00"
                    display "load-open-alerts: no ALERTS.DAT, status "
                            alert-feed-file-status
                else
                    move "N" to read-eof
                    perform until read-eof = "Y"
                        read alert-feed-file
                            at end move "Y" to read-eof
                            not at end
                                if alert-feed-line(42:1) = "N"
                                    perform check-alert-acked
                                    if ack-found = "N"
                                        perform keep-open-alert
                                    end-if
                                end-if
                        end-read
                    end-perform
                    close alert-feed-file
                end-if.
                load-acks.
                move 0 to ack-count.
                open input alert-ack-file.
                if alert-ack-file-status = "00"
                    move "N" to read-eof
                    perform until read-eof = "Y"
                        read alert-ack-file
                            at end move "Y" to read-eof
                            not at end
                                perform keep-ack
                        end-read
                    end-perform
                    close alert-ack-file
                end-if.
                keep-ack.
                if ack-count < 500
                    add 1 to ack-count
                    move alert-ack-line to ack-entry(ack-count)
                else
                    if ack-full-told = "N"
                        display "load-acks: more than 500 "
                                "acknowledgements, the rest not "
                                "checked"
                        move "Y" to ack-full-told
                    end-if
                end-if.
      *         the rule alertpost applies: same source, shift,
      *         station and type, on this date or held on every date
                check-alert-acked.
                move "N" to ack-found.
                perform varying a from 1 by 1
                        until a > ack-count or ack-found = "Y"
                    if ack-entry(a)(1:10) = alert-feed-line(1:10)
                            and ack-entry(a)(21:2)
                                = alert-feed-line(24:2)
                            and ack-entry(a)(24:3)
                                = alert-feed-line(27:3)
                            and ack-entry(a)(28:10)
                                = alert-feed-line(31:10)
                        if ack-entry(a)(39:1) = "H"
                                or ack-entry(a)(12:8)
                                    = alert-feed-line(15:8)
                            move "Y" to ack-found
                        end-if
                    end-if
                end-perform.
                keep-open-alert.
                move "N" to open-found.
                perform varying o from 1 by 1
                        until o > open-count or open-found = "Y"
                    if open-entry(o)(1:10) = alert-feed-line(1:10)
                            and open-entry(o)(15:11)
                                = alert-feed-line(15:11)
                            and open-entry(o)(27:14)
                                = alert-feed-line(27:14)
                        move alert-feed-line to open-entry(o)
                        move "Y" to open-found
                    end-if
                end-perform.
                if open-found = "N"
                    if open-count < 200
                        add 1 to open-count
                        move alert-feed-line to open-entry(open-count)
                    else
                        if open-full-told = "N"
                            display "load-open-alerts: more than 200 "
                                    "open alerts, the rest not listed"
                            move "Y" to open-full-told
                        end-if
                    end-if
                end-if.
                show-open-alerts.
                if open-count = 0
                    display "alertack: no alerts waiting"
                else
                    display "  no sv source     date     sh stn "
                            "type       text"
                    perform varying o from 1 by 1 until o > open-count
                        move spaces to show-line
                        string o(2:3) " " open-entry(o)(12:2) " "
                               open-entry(o)(1:10) " "
                               open-entry(o)(15:8) " "
                               open-entry(o)(24:2) " "
                               open-entry(o)(27:3) " "
                               open-entry(o)(31:10) " "
                               open-entry(o)(60:60)
                               delimited by size into show-line
                        end-string
                        display show-line
                    end-perform
                end-if.
                acknowledge-alert.
                display "Note (up to 40 characters) :".
                move spaces to ack-note.
                accept ack-note from console.
                accept ack-date from date yyyymmdd.
                accept ack-time from time.
                move spaces to alert-ack-line.
                move open-entry(command-number)(1:10)
                    to alert-ack-line(1:10).
                move open-entry(command-number)(15:8)
                    to alert-ack-line(12:8).
                move open-entry(command-number)(24:2)
                    to alert-ack-line(21:2).
                move open-entry(command-number)(27:3)
                    to alert-ack-line(24:3).
                move open-entry(command-number)(31:10)
                    to alert-ack-line(28:10).
                move ack-kind to alert-ack-line(39:1).
                move operator-id to alert-ack-line(41:8).
                move ack-date to alert-ack-line(50:8).
                move ack-time(1:6) to alert-ack-line(59:6).
                move ack-note to alert-ack-line(66:40).
                open extend alert-ack-file.
      *         first acknowledgement ever - create the file
                if alert-ack-file-status not = "00"
                    open output alert-ack-file
                end-if.
                if alert-ack-file-status not = "00"
                    display "acknowledge-alert: unable to open "
                            "ALERTACK.DAT, status "
                            alert-ack-file-status
                            "; nothing acknowledged"
                else
                    write alert-ack-line
                    close alert-ack-file
                    if ack-kind = "H"
                        display "alertack: alert " command-number
                                " held on every date until released"
                    else
                        display "alertack: alert " command-number
                                " acknowledged"
                    end-if
                    perform load-open-alerts
                    perform show-open-alerts
                end-if.
      *         standing holds, numbered in file order - the number
      *         R takes
                show-holds.
                perform load-acks.
                move 0 to holds-found.
                perform varying a from 1 by 1 until a > ack-count
                    if ack-entry(a)(39:1) = "H"
                        add 1 to holds-found
                        move spaces to show-line
                        string holds-found(2:3) " "
                               ack-entry(a)(1:10) " "
                               ack-entry(a)(21:2) " "
                               ack-entry(a)(24:3) " "
                               ack-entry(a)(28:10) " by "
                               ack-entry(a)(41:8) " on "
                               ack-entry(a)(50:8) " : "
                               ack-entry(a)(66:40)
                               delimited by size into show-line
                        end-string
                        display show-line
                    end-if
                end-perform.
                if holds-found = 0
                    display "alertack: no holds standing"
                end-if.
                release-hold.
                perform load-acks.
                move 0 to holds-found.
                move spaces to hold-line.
                perform varying a from 1 by 1 until a > ack-count
                    if ack-entry(a)(39:1) = "H"
                        add 1 to holds-found
                        if holds-found = command-number
                            move ack-entry(a) to hold-line
                        end-if
                    end-if
                end-perform.
                if hold-line = spaces
                    display "alertack: no hold "
                            command-number-text " standing"
                else
                    perform drop-hold-line
                end-if.
      *         every acknowledgement but the released hold goes
      *         through ALERTACK.TMP and back
                drop-hold-line.
                open input alert-ack-file.
                if alert-ack-file-status not = "00"
                    display "drop-hold-line: unable to open "
                            "ALERTACK.DAT, status "
                            alert-ack-file-status
                else
                    open output alert-ack-new-file
                    if alert-ack-new-file-status not = "00"
                        display "drop-hold-line: unable to open "
                                "ALERTACK.TMP, status "
                                alert-ack-new-file-status
                                "; hold not released"
                        close alert-ack-file
                    else
                        move "N" to read-eof
                        perform until read-eof = "Y"
                            read alert-ack-file
                                at end move "Y" to read-eof
                                not at end
                                    if alert-ack-line not = hold-line
                                        move alert-ack-line
                                            to alert-ack-new-line
                                        write alert-ack-new-line
                                    end-if
                            end-read
                        end-perform
                        close alert-ack-file
                        close alert-ack-new-file
                        perform copy-acks-back
                    end-if
                end-if.
                copy-acks-back.
                open input alert-ack-new-file.
                if alert-ack-new-file-status = "00"
                    open output alert-ack-file
                    if alert-ack-file-status not = "00"
                        display "drop-hold-line: unable to rewrite "
                                "ALERTACK.DAT, status "
                                alert-ack-file-status
                                "; ALERTACK.TMP left for recovery"
                        close alert-ack-new-file
                    else
                        move "N" to read-eof
                        perform until read-eof = "Y"
                            read alert-ack-new-file
                                at end move "Y" to read-eof
                                not at end
                                    move alert-ack-new-line
                                        to alert-ack-line
                                    write alert-ack-line
                            end-read
                        end-perform
                        close alert-ack-new-file
                        close alert-ack-file
                        display "alertack: hold " command-number
                                " released by " operator-id
                    end-if
                end-if.
                end program alertack.

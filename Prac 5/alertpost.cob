           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  alertpost.
      *    appends one alert to the shared alert feed the paging
      *    system polls - every program that finds something worth
      *    a call-out hands it here instead of only writing it to
      *    its own report; a condition the on-call operator has
      *    already acknowledged (see alertack) is still recorded,
      *    but stamped "A" so it isn't paged again while it is
      *    being worked
           environment division.
                input-output section.
                file-control.
      *             the shared alert feed, extended by every caller
                    select alert-feed-file assign to "ALERTS.DAT"
                        organization is line sequential
                        file status is alert-feed-file-status.
      *             acknowledgements written by alertack
                    select alert-ack-file assign to "ALERTACK.DAT"
                        organization is line sequential
                        file status is alert-ack-file-status.
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
                working-storage section.
                01 alert-feed-file-status pic xx.
                01 alert-ack-file-status pic xx.
                01 ack-found pic x.
                01 ack-eof pic x.
                01 alert-state pic x.
                01 raised-date pic 9(8).
                01 raised-time pic 9(8).
                linkage section.
                copy "alertarea.cpy".
           procedure division using alert-area.
                begin.
                perform check-acknowledged.
                if ack-found = "Y"
                    move "A" to alert-state
                else
                    move "N" to alert-state
                end-if.
                accept raised-date from date yyyymmdd.
                accept raised-time from time.
                open extend alert-feed-file.
      *         first alert ever - create the feed
                if alert-feed-file-status not = "00"
                    open output alert-feed-file
                end-if.
                if alert-feed-file-status not = "00"
                    move alert-feed-file-status to alert-post-status
                    goback
                end-if.
                move spaces to alert-feed-line.
                move alert-source to alert-feed-line(1:10).
                move alert-severity to alert-feed-line(12:2).
                move alert-date to alert-feed-line(15:8).
                move alert-shift to alert-feed-line(24:2).
                move alert-station to alert-feed-line(27:3).
                move alert-type to alert-feed-line(31:10).
                move alert-state to alert-feed-line(42:1).
                move raised-date to alert-feed-line(44:8).
                move raised-time(1:6) to alert-feed-line(53:6).
                move alert-text to alert-feed-line(60:60).
                write alert-feed-line.
                if alert-feed-file-status = "00"
                        and alert-state = "A"
                    move "AK" to alert-post-status
                else
                    move alert-feed-file-status to alert-post-status
                end-if.
                close alert-feed-file.
                goback.
      *         the same source, type, station and shift, either on
      *         this very date or held on every date - no ack file
      *         at all just means nothing is acknowledged yet
                check-acknowledged.
                move "N" to ack-found.
                open input alert-ack-file.
                if alert-ack-file-status = "00"
                    move "N" to ack-eof
                    perform until ack-eof = "Y"
                        read alert-ack-file
                            at end move "Y" to ack-eof
                            not at end perform match-one-ack
                        end-read
                    end-perform
                    close alert-ack-file
                end-if.
                match-one-ack.
                if alert-ack-line(1:10) = alert-source
                        and alert-ack-line(21:2) = alert-shift
                        and alert-ack-line(24:3) = alert-station
                        and alert-ack-line(28:10) = alert-type
                    if alert-ack-line(39:1) = "H"
                            or alert-ack-line(12:8) = alert-date
                        move "Y" to ack-found
                    end-if
                end-if.
                end program alertpost.

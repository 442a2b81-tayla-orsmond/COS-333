           data division.
                file section.
                fd  pendpost-file.
                01 pendpost-record pic x(77).
                fd  pendpost-new-file.
                01 pendpost-new-record pic x(77).
                fd  repost-report-file.
                01 repost-line pic x(80).
                working-storage section.
                01 pendpost-new-file-status pic xx.
                01 repost-report-file-status pic xx.
      *         the caller's view of one day's results, exactly as
      *         the daily run parked it
                copy "postarea.cpy".
      *         a posting parked before the readings carried a
      *         decimal place - 59 bytes, two-digit modes and range;
      *         it is re-laid into posting-area before the post, so
      *         nothing parked across the change is stranded
                01 old-posting-area.
                   05 old-post-date pic 9(8).
                   05 old-post-shift pic x(2).
                   05 old-post-station pic x(3).
                   05 old-post-read-count pic 9(4).
                   05 old-post-modes pic x(20).
                   05 old-post-mean pic 9(3)v99.
                   05 old-post-median pic 9(3)v99.
                   05 old-post-range pic 9(2).
                   05 old-post-reject-count pic 9(4).
                   05 old-post-excluded-count pic 9(4).
                   05 old-post-status pic xx.
      *         old tied-mode text ("42/17") re-laid value by value
      *         into the current "042.0/017.0" form; "none" and "no
      *         readings" come across as they were
                01 mode-ptr pic 9(2).
                01 out-ptr pic 9(2).
                01 mode-token pic x(9).
                01 modes-numeric pic x.
                01 new-modes pic x(36).
                01 reading-edit pic 999.9.
                copy "rdgparse.cpy".
                01 queued-count pic 9(4) value 0.
                01 posted-count pic 9(4) value 0.
                01 parked-count pic 9(4) value 0.
                01 copy-eof pic x value "N".
                01 run-date-yyyymmdd pic 9(8).
                01 run-date-display pic x(10).
                copy "compcode.cpy".
                copy "alertarea.cpy".

           procedure division.
                perform begin.
                if repost-report-file-status not = "00"
                    display "repost: unable to open REPOST.TXT, "
                            "status " repost-report-file-status
                    move 12 to raise-code
                    move "REPOST.TXT could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move spaces to repost-line.
                display "repost: " queued-count " queued, "
                        posted-count " posted, " parked-count
                        " still parked".
                if parked-count > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string parked-count " posting(s) still parked"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
      *         offer every parked posting back to the master; the
      *         ones that still won't post go to PENDPOST.TMP and
                                pendpost-new-file-status
                                "; queue left untouched"
                        close pendpost-file
                        move 8 to raise-code
                        move "PENDPOST.TMP could not be opened"
                            to raise-reason
                        perform raise-completion
                    else
                        move "N" to queue-eof
                        perform until queue-eof = "Y"
                end-if.
                repost-one.
                add 1 to queued-count.
      *         a current posting has digits from 60 to 77 - the
      *         rest of the median, the range, the counts, the
      *         status - so positions 60-77 are blank only in an
      *         old 59-byte posting
                if pendpost-record(60:18) = spaces
                    perform relay-old-posting
                else
                    move pendpost-record to posting-area
                end-if.
                move spaces to post-status.
                call "statpost" using posting-area
                    on exception
                           ", status " post-status
                           delimited by size into repost-line
                    end-string
                    move 4 to alert-severity
                    move post-date to alert-date
                    move post-shift to alert-shift
                    move post-station to alert-station
                    move "PARKED" to alert-type
                    move spaces to alert-text
                    string "master posting still parked, status "
                           post-status
                           delimited by size into alert-text
                    end-string
                    perform post-alert
                end-if.
                write repost-line.
                relay-old-posting.
                move pendpost-record(1:59) to old-posting-area.
                move old-post-date to post-date.
                move old-post-shift to post-shift.
                move old-post-station to post-station.
                move old-post-read-count to post-read-count.
                move old-post-mean to post-mean.
                move old-post-median to post-median.
                move old-post-range to post-range.
                move old-post-reject-count to post-reject-count.
                move old-post-excluded-count to post-excluded-count.
                move "Y" to modes-numeric.
                move spaces to new-modes.
                move 1 to mode-ptr.
                move 1 to out-ptr.
                perform until mode-ptr > 20
                    move spaces to mode-token
                    unstring old-post-modes delimited by "/" or " "
                        into mode-token with pointer mode-ptr
                    end-unstring
                    if mode-token = spaces
                        move 21 to mode-ptr
                    else
                        move mode-token to reading-text
                        call "rdgparse" using reading-parse
                        end-call
                        if reading-ok = "Y"
                            move parsed-value to reading-edit
                            if out-ptr > 1
                                string "/" delimited by size
                                       into new-modes
                                       with pointer out-ptr
                                end-string
                            end-if
                            string reading-edit delimited by size
                                   into new-modes with pointer out-ptr
                            end-string
                        else
                            move "N" to modes-numeric
                        end-if
                    end-if
                end-perform.
                if modes-numeric = "Y"
                    move new-modes to post-modes
                else
                    move old-post-modes to post-modes
                end-if.
                copy-queue-back.
                open input pendpost-new-file.
                if pendpost-new-file-status not = "00"
                            "PENDPOST.TMP, status "
                            pendpost-new-file-status
                            "; queue left as written"
                    move 12 to raise-code
                    move "PENDPOST.TMP could not be read back"
                        to raise-reason
                    perform raise-completion
                else
                    open output pendpost-file
      *             don't write blind - if the rewrite can't open,
                                pendpost-file-status
                                "; PENDPOST.TMP left for recovery"
                        close pendpost-new-file
                        move 12 to raise-code
                        move "PENDPOST.DAT could not be rewritten"
                            to raise-reason
                        perform raise-completion
                    else
                        move "N" to copy-eof
                        perform until copy-eof = "Y"
                        close pendpost-file
                    end-if
                end-if.
      *         hand one alert to the shared feed the paging system
      *         polls; a feed that can't be written mustn't stop the
      *         run, but it is said, and it costs the clean finish
                post-alert.
                move "repost" to alert-source.
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
                display "repost: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program repost.

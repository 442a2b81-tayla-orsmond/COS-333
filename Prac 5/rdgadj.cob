           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  rdgadj.
      *    supervisor adjustments to readings already booked: a
      *    reading found wrong after the fact (an instrument fault
      *    traced later, or a reading booked to the wrong station)
      *    is voided, corrected or re-tagged on READINGS.DAT by date,
      *    shift and sequence number instead of rerunning the whole
      *    day off an extract that may be long gone.  Every change
      *    goes onto the permanent adjustment journal with its
      *    before and after image, its reason and the approving
      *    supervisor; then each day touched is restated from the
      *    stored detail - its plant-wide and station rows posted
      *    again through statpost, its csv regenerated as csvrecon's
      *    RESEND does, its history line replaced and one audit row
      *    logged - so the auditors see a corrected day with a
      *    traceable reason.  A transaction that can't be applied
      *    is refused on RDGADJ.TXT and changes nothing; a day whose
      *    detail can't be reread keeps its outputs as they stood,
      *    reported and audited as not restated
           environment division.
                input-output section.
                file-control.
      *             the supervisor's adjustment transactions, one per
      *             line:
      *               1     action - V void, C correct, T re-tag
      *               3-10  date of the reading, yyyymmdd
      *               12-13 shift id (blank for a shiftless day)
      *               15-17 sequence number of the reading
      *               19-27 C: the correct reading ("42", "104.5")
      *                     T: the correct station code in 19-21
      *               29-36 approving supervisor
      *               38-77 reason for the change
      *             blank lines and lines starting "*" are remarks
                    select adjtrans-file assign to "ADJTRANS.DAT"
                        organization is line sequential
                        file status is adjtrans-file-status.
      *             permanent adjustment journal - always extended,
      *             never rewritten; one line per change applied
                    select journal-file assign to "ADJJRNL.DAT"
                        organization is line sequential
                        file status is journal-file-status.
      *             what this run applied and refused, for the
      *             supervisor who keyed the transactions
                    select adjust-report-file assign to "RDGADJ.TXT"
                        organization is line sequential
                        file status is adjust-report-file-status.
      *             keyed readings detail file - the records being
      *             adjusted, and the source every restatement is
      *             rebuilt from
                    select readings-file assign to "READINGS.DAT"
                        organization is indexed
                        access is dynamic
                        record key is rdet-key
                        file status is readings-file-status.
      *             daily statistics master, read here only for the
      *             plant-wide row's reject and excluded counts -
      *             statpost does the posting
                    select master-file assign to "STATMAST.DAT"
                        organization is indexed
                        access is dynamic
                        record key is master-key
                        file status is master-file-status.
                    select limits-file assign to "LIMITS.DAT"
                        organization is line sequential
                        file status is limits-file-status.
                    select stnmast-file assign to "STNMAST.DAT"
                        organization is line sequential
                        file status is stnmast-file-status.
                    select history-file assign to "HISTORY.DAT"
                        organization is line sequential
                        file status is history-file-status.
                    select history-new-file assign to "HISTORY.TMP"
                        organization is line sequential
                        file status is history-new-file-status.
                    select csv-file
                        assign to dynamic csv-file-name
                        organization is line sequential
                        file status is csv-file-status.
                    select pendpost-file assign to "PENDPOST.DAT"
                        organization is line sequential
                        file status is pendpost-file-status.
                    select audit-file assign to "RUNAUDIT.DAT"
                        organization is line sequential
                        file status is audit-file-status.
           data division.
                file section.
                fd  adjtrans-file.
                01 adjtrans-line pic x(80).
      *             clock date and time the change was made, action,
      *             the reading's key, the before image (station and
      *             value), the after image (spaces for a void), the
      *             supervisor and the reason:
      *             "yyyymmdd hhmmss A yyyymmdd SS nnn SSS nnn.n
      *              SSS nnn.n supervsr reason..."
                fd  journal-file.
                01 journal-line pic x(103).
                fd  adjust-report-file.
                01 adjust-line pic x(100).
                fd  readings-file.
                copy "readdet.cpy".
                fd  master-file.
                copy "statmast.cpy".
                fd  limits-file.
                01 limits-line pic x(11).
                fd  stnmast-file.
      *             the station master s21467456 reads - code in 1-3,
      *             name in 5-24, in-service flag in 26, band from 28
                01 stnmast-line pic x(38).
                fd  history-file.
                01 history-line pic x(3500).
                fd  history-new-file.
                01 history-new-line pic x(3500).
                fd  csv-file.
                01 csv-line pic x(3500).
                fd  pendpost-file.
                01 pendpost-record pic x(77).
                fd  audit-file.
                01 audit-line pic x(400).
                working-storage section.
                01 adjtrans-file-status pic xx.
                01 journal-file-status pic xx.
                01 adjust-report-file-status pic xx.
                01 readings-file-status pic xx.
                01 master-file-status pic xx.
                01 limits-file-status pic xx.
                01 stnmast-file-status pic xx.
                01 history-file-status pic xx.
                01 history-new-file-status pic xx.
                01 csv-file-status pic xx.
                01 csv-file-name pic x(30).
                01 pendpost-file-status pic xx.
                01 audit-file-status pic xx.
                01 copy-eof pic x value "N".
                01 trans-eof pic x value "N".
                01 clock-date-yyyymmdd pic 9(8).
                01 clock-time pic 9(8).
                01 audit-start-date pic 9(8).
                01 audit-start-time pic 9(8).
                01 audit-end-date pic 9(8).
                01 audit-end-time pic 9(8).
                01 trans-read pic 9(4) value 0.
                01 trans-applied pic 9(4) value 0.
                01 trans-refused pic 9(4) value 0.
      *         one transaction off ADJTRANS.DAT
                01 adj-action pic x.
                01 adj-date pic 9(8).
                01 adj-shift pic x(2).
                01 adj-seq pic 9(3).
                01 adj-station pic x(3).
                01 adj-value pic 9(3)v9.
                01 adj-supervisor pic x(8).
                01 adj-reason pic x(40).
                01 adj-ok pic x.
                01 refuse-reason pic x(40).
      *         the record's image before and after the change
                01 before-station pic x(3).
                01 before-value pic 9(3)v9.
                01 before-edit pic 999.9.
                01 after-station pic x(3).
                01 after-text pic x(5).
                01 after-edit pic 999.9.
      *         a void that takes a day's last reading leaves the
      *         sequence-zero marker, as a run with nothing valid does
                01 day-still-has pic x.
      *         the days this run changed, each restated once after
      *         every transaction is in - 50 days is more than any
      *         one batch of corrections
      *         "N" when the detail file wouldn't reopen for the day
      *         being restated - its outputs are then left exactly
      *         as they were, never replaced by an empty day, and
      *         day-status keeps the status that stopped it
                01 day-loaded pic x value "Y".
                01 day-status pic xx value spaces.
                01 days-restated pic 9(3) value 0.
                01 days-unrestated pic 9(3) value 0.
                01 daylist.
                   05 day-count pic 9(3) value 0.
                   05 day-entry occurs 1 to 50 times
                         depending on day-count.
                      10 day-date pic 9(8).
                      10 day-shift pic x(2).
                      10 day-changes pic 9(3).
                01 d pic 9(3).
                01 day-found pic 9(3).
      *         the day being restated, loaded off the detail file
      *         in sequence order - the order the day's run booked
      *         its readings, so the restated mode ties come out the
      *         way the run itself wrote them
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
                01 reading-value pic 9(3)v9.
                copy "rdgparse.cpy".
                01 reading-edit pic 999.9.
      *         tolerance and station bands, loaded the way the
      *         daily run loads them - a corrected or re-tagged
      *         reading must pass the band the run would have
      *         judged it by
                01 band-text pic x(20).
                01 band-low-text pic x(9).
                01 band-high-text pic x(9).
                01 band-ok pic x.
                01 band-parse-low pic 9(3)v9.
                01 band-parse-high pic 9(3)v9.
                01 tol-low pic 9(3)v9 value 0.
                01 tol-high pic 9(3)v9 value 999.9.
                01 band-low pic 9(3)v9.
                01 band-high pic 9(3)v9.
                01 stnmast-loaded pic x value "N".
                01 mastlist.
                   05 mast-count pic 9(3) value 0.
                   05 mast-entry occurs 1 to 200 times
                         depending on mast-count.
                      10 mast-code pic x(3).
                      10 mast-name pic x(20).
                      10 mast-in-service pic x.
                      10 mast-low pic 9(3)v9.
                      10 mast-high pic 9(3)v9.
                01 mast-found pic 9(3).
                01 f pic 9(3).
      *         the restated day's keys and outputs
                01 run-date-yyyymmdd pic 9(8).
                01 run-date-display pic x(10).
                01 run-shift pic x(2).
                01 history-key pic x(14).
                01 history-key-len pic 9(2) value 11.
                01 line-ptr pic 9(4).
      *         the run's reject and excluded counts belong to the
      *         day's plant-wide row and an adjustment doesn't
      *         change them - they are carried across as they stand
                01 keep-reject-count pic 9(4).
                01 keep-excluded-count pic 9(4).
                01 history-outcome pic xx.
                01 master-outcome pic xx.
                copy "postarea.cpy".
                copy "compcode.cpy".

           procedure division.
                perform begin.
                begin.
                accept clock-date-yyyymmdd from date yyyymmdd.
                accept audit-start-date from date yyyymmdd.
                accept audit-start-time from time.
                open output adjust-report-file.
                if adjust-report-file-status not = "00"
                    display "rdgadj: unable to open RDGADJ.TXT, "
                            "status " adjust-report-file-status
                    move 12 to raise-code
                    move "RDGADJ.TXT could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move spaces to adjust-line.
                string "Reading adjustments : "
                       clock-date-yyyymmdd(1:4) "-"
                       clock-date-yyyymmdd(5:2) "-"
                       clock-date-yyyymmdd(7:2)
                       delimited by size into adjust-line
                end-string.
                write adjust-line.
                perform read-limits.
                perform read-station-master.
                perform apply-transactions.
      *         every day touched is restated once, after all of
      *         its transactions are in
                perform varying d from 1 by 1 until d > day-count
                    perform restate-one-day
                end-perform.
                move spaces to adjust-line.
                write adjust-line.
                move spaces to adjust-line.
                string trans-read " transaction(s), "
                       trans-applied " applied, "
                       trans-refused " refused, "
                       days-restated " day(s) restated, "
                       days-unrestated " not restated"
                       delimited by size into adjust-line
                end-string.
                write adjust-line.
                close adjust-report-file.
                display "rdgadj: " trans-read " transaction(s), "
                        trans-applied " applied, " trans-refused
                        " refused, " days-restated
                        " day(s) restated, " days-unrestated
                        " not restated".
                if trans-refused > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string trans-refused " transaction(s) refused"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
      *         the journal is opened before any record is touched
      *         and held for the whole batch - a change that can't
      *         be journalled is a change nobody can trace, so
      *         without it nothing is applied at all
                apply-transactions.
                open input adjtrans-file.
                if adjtrans-file-status not = "00"
                    display "rdgadj: no ADJTRANS.DAT, status "
                            adjtrans-file-status
                            "; nothing to adjust"
                    move "No transactions - nothing adjusted."
                        to adjust-line
                    write adjust-line
                else
                    open extend journal-file
                    if journal-file-status not = "00"
                        open output journal-file
                    end-if
                    open i-o readings-file
                    if journal-file-status not = "00"
                        display "rdgadj: unable to open ADJJRNL.DAT, "
                                "status " journal-file-status
                                "; nothing adjusted"
                        move 12 to raise-code
                        move "journal unavailable - nothing adjusted"
                            to raise-reason
                        perform raise-completion
                        move "Journal unavailable - nothing adjusted."
                            to adjust-line
                        write adjust-line
                    else
                    if readings-file-status not = "00"
                        display "rdgadj: unable to open READINGS.DAT, "
                                "status " readings-file-status
                                "; nothing adjusted"
                        move 12 to raise-code
                        move "no READINGS.DAT - nothing adjusted"
                            to raise-reason
                        perform raise-completion
                        move "No readings detail - nothing adjusted."
                            to adjust-line
                        write adjust-line
                    else
                        move "N" to trans-eof
                        perform until trans-eof = "Y"
                            read adjtrans-file
                                at end move "Y" to trans-eof
                                not at end perform take-transaction
                            end-read
                        end-perform
                    end-if
                    end-if
                    if journal-file-status = "00"
                        close journal-file
                    end-if
                    if readings-file-status = "00"
                        close readings-file
                    end-if
                    close adjtrans-file
                end-if.
                take-transaction.
                if adjtrans-line = spaces
                        or adjtrans-line(1:1) = "*"
                    continue
                else
                    add 1 to trans-read
                    perform check-transaction
                    if adj-ok = "Y"
                        perform apply-one-change
                    end-if
                    if adj-ok = "Y"
                        add 1 to trans-applied
                        perform write-journal
                        perform report-applied
                    else
                        add 1 to trans-refused
                        move spaces to adjust-line
                        string "  ** refused : " refuse-reason
                               delimited by size into adjust-line
                        end-string
                        write adjust-line
                        move spaces to adjust-line
                        string "     " adjtrans-line(1:77)
                               delimited by size into adjust-line
                        end-string
                        write adjust-line
                    end-if
                end-if.
      *         everything about the transaction is proved before
      *         the record is touched - the key must name a booked
      *         reading, and a corrected or re-tagged reading must
      *         be one the day's run would have accepted
                check-transaction.
                move "N" to adj-ok.
                move spaces to refuse-reason.
                move adjtrans-line(1:1) to adj-action.
                move adjtrans-line(12:2) to adj-shift.
                move adjtrans-line(29:8) to adj-supervisor.
                move adjtrans-line(38:40) to adj-reason.
                if adj-action not = "V" and adj-action not = "C"
                        and adj-action not = "T"
                    move "action must be V, C or T" to refuse-reason
                else
                if adjtrans-line(3:8) is not numeric
                        or adjtrans-line(15:3) is not numeric
                    move "date and sequence must be numeric"
                        to refuse-reason
                else
                if adj-supervisor = spaces
                    move "no approving supervisor" to refuse-reason
                else
                if adj-reason = spaces
                    move "no reason given" to refuse-reason
                else
                    move adjtrans-line(3:8) to adj-date
                    move adjtrans-line(15:3) to adj-seq
                    if adj-seq = 0
                        move "sequence zero is no reading"
                            to refuse-reason
                    else
                        perform check-against-record
                    end-if
                end-if
                end-if
                end-if
                end-if.
                check-against-record.
                move adj-date to rdet-date.
                move adj-shift to rdet-shift.
                move adj-seq to rdet-seq.
                read readings-file
                    invalid key
                        move "no such reading on file"
                            to refuse-reason
                end-read.
                if readings-file-status = "00"
                    move rdet-station to before-station
                    move rdet-value to before-value
                    if adj-action = "V"
                        move "Y" to adj-ok
                    end-if
                    if adj-action = "C"
                        perform check-correction
                    end-if
                    if adj-action = "T"
                        perform check-retag
                    end-if
                end-if.
                check-correction.
                move adjtrans-line(19:9) to reading-text.
                perform parse-reading-text.
                if reading-ok = "N"
                    move "correct reading is unreadable"
                        to refuse-reason
                else
                    move reading-value to adj-value
                    move before-station to station-id
                    perform set-station-band
                    if adj-value < band-low or adj-value > band-high
                        move "correct reading outside the band"
                            to refuse-reason
                    else
                        move "Y" to adj-ok
                    end-if
                end-if.
                check-retag.
                move adjtrans-line(19:3) to adj-station.
                move adj-station to station-id.
                perform find-station.
                if adj-station = spaces
                    move "no station to re-tag to" to refuse-reason
                else
                if adj-station = before-station
                    move "reading already on that station"
                        to refuse-reason
                else
                if stnmast-loaded = "Y" and mast-found = 0
                    move "station not on the master"
                        to refuse-reason
                else
                if stnmast-loaded = "Y"
                        and mast-in-service(mast-found) not = "Y"
                    move "station is out of service"
                        to refuse-reason
                else
                    perform set-station-band
                    if before-value < band-low
                            or before-value > band-high
                        move "reading outside that station's band"
                            to refuse-reason
                    else
                        move "Y" to adj-ok
                    end-if
                end-if
                end-if
                end-if
                end-if.
      *         the band the daily run judges station-id's readings
      *         by - the station's own when the master names one,
      *         the LIMITS.DAT pair otherwise
                set-station-band.
                perform find-station.
                if mast-found > 0
                    move mast-low(mast-found) to band-low
                    move mast-high(mast-found) to band-high
                else
                    move tol-low to band-low
                    move tol-high to band-high
                end-if.
      *         the record read under check-against-record is still
      *         current - change it, and note its day for restating
                apply-one-change.
                move spaces to after-station.
                move spaces to after-text.
                if adj-action = "V"
                    delete readings-file
                    end-delete
                else
                    if adj-action = "C"
                        move adj-value to rdet-value
                    else
                        move adj-station to rdet-station
                    end-if
                    rewrite rdet-record
                    end-rewrite
                    move rdet-station to after-station
                    move rdet-value to after-edit
                    move after-edit to after-text
                end-if.
                if readings-file-status not = "00"
                    move "N" to adj-ok
                    move spaces to refuse-reason
                    string "detail file status "
                           readings-file-status
                           delimited by size into refuse-reason
                    end-string
                else
                    if adj-action = "V"
                        perform mark-day-if-empty
                    end-if
                    perform note-day
                end-if.
      *         a void that took the day's last reading leaves the
      *         sequence-zero marker behind, so the day reads as
      *         "ran empty" rather than "never ran"
                mark-day-if-empty.
                move "N" to day-still-has.
                move adj-date to rdet-date.
                move adj-shift to rdet-shift.
                move 0 to rdet-seq.
                start readings-file key >= rdet-key
                    invalid key continue
                end-start.
                if readings-file-status = "00"
                    perform read-next-detail
                    if readings-file-status = "00"
                            and rdet-date = adj-date
                            and rdet-shift = adj-shift
                        move "Y" to day-still-has
                    end-if
                end-if.
                if day-still-has = "N"
                    move adj-date to rdet-date
                    move adj-shift to rdet-shift
                    move 0 to rdet-seq
                    move spaces to rdet-station
                    move 0 to rdet-value
                    write rdet-record
                        invalid key
                            display "mark-day-if-empty: marker not "
                                    "written, status "
                                    readings-file-status
                    end-write
                end-if.
      *         status "00" for the caller - the marker is a
      *         courtesy, the void itself already stands
                move "00" to readings-file-status.
                read-next-detail.
                read readings-file next
                    at end continue
                end-read.
                note-day.
                move 0 to day-found.
                perform varying d from 1 by 1 until d > day-count
                    if day-date(d) = adj-date
                            and day-shift(d) = adj-shift
                        move d to day-found
                    end-if
                end-perform.
                if day-found = 0
                    if day-count < 50
                        add 1 to day-count
                        move adj-date to day-date(day-count)
                        move adj-shift to day-shift(day-count)
                        move 0 to day-changes(day-count)
                        move day-count to day-found
                    else
                        display "note-day: more than 50 days in one "
                                "batch - " adj-date " " adj-shift
                                " changed but NOT restated; rerun "
                                "rdgadj with that day alone"
                        move 8 to raise-code
                        move "day(s) changed but not restated"
                            to raise-reason
                        perform raise-completion
                    end-if
                end-if.
                if day-found > 0
                    add 1 to day-changes(day-found)
                end-if.
                write-journal.
                accept clock-time from time.
                move before-value to before-edit.
                move spaces to journal-line.
                string clock-date-yyyymmdd " " clock-time(1:6) " "
                       adj-action " " adj-date " " adj-shift " "
                       adj-seq " " before-station " " before-edit
                       " " after-station " " after-text " "
                       adj-supervisor " " adj-reason
                       delimited by size into journal-line
                end-string.
                write journal-line.
                if journal-file-status not = "00"
                    display "write-journal: journal write failed, "
                            "status " journal-file-status
                            " for " adj-date " " adj-shift " "
                            adj-seq
                    move 12 to raise-code
                    move "change applied without a journal entry"
                        to raise-reason
                    perform raise-completion
                end-if.
                report-applied.
                move before-value to before-edit.
                move spaces to adjust-line.
                string "  " adj-action " " adj-date " " adj-shift
                       " " adj-seq "  " before-station " "
                       before-edit " -> " after-station " "
                       after-text "  by " adj-supervisor
                       delimited by size into adjust-line
                end-string.
                if adj-action = "V"
                    move spaces to adjust-line
                    string "  " adj-action " " adj-date " "
                           adj-shift " " adj-seq "  "
                           before-station " " before-edit
                           " -> voided  by " adj-supervisor
                           delimited by size into adjust-line
                    end-string
                end-if.
                write adjust-line.
                move spaces to adjust-line.
                string "     reason : " adj-reason
                       delimited by size into adjust-line
                end-string.
                write adjust-line.
      *         rebuild one changed day from what is now on the
      *         detail file and put every output the day's run
      *         produced back in step with it
                restate-one-day.
                move day-date(d) to run-date-yyyymmdd.
                move day-shift(d) to run-shift.
                move spaces to run-date-display.
                string run-date-yyyymmdd(1:4) "-"
                       run-date-yyyymmdd(5:2) "-"
                       run-date-yyyymmdd(7:2)
                       delimited by size into run-date-display
                end-string.
                move spaces to history-key.
                if run-shift = spaces
                    string run-date-display ","
                           delimited by size into history-key
                    end-string
                    move 11 to history-key-len
                else
                    string run-date-display " " run-shift ","
                           delimited by size into history-key
                    end-string
                    move 14 to history-key-len
                end-if.
                move "--" to history-outcome.
                move "--" to csv-file-status.
                move "--" to master-outcome.
                perform load-day-readings.
      *         with no detail to restate from, an empty day must not
      *         go out over the good one - the changes stay applied
      *         on READINGS.DAT and the day's master, csv and history
      *         are left as they stand until it is restated by hand
                if day-loaded = "N"
                    add 1 to days-unrestated
                    perform write-audit
                    move spaces to adjust-line
                    string "  ** " run-date-display " "
                           run-shift " : " day-changes(d)
                           " change(s) applied but not restated - "
                           "READINGS.DAT status " day-status
                           delimited by size into adjust-line
                    end-string
                    write adjust-line
                else
                    add 1 to days-restated
                    perform restate-loaded-day
                end-if.
                restate-loaded-day.
                perform modefunction.
                perform compute-statistics.
                perform read-plant-row.
                perform write-master.
                perform write-csv.
                perform replace-history-line.
                perform write-audit.
                move spaces to adjust-line.
                string "  restated " run-date-display " "
                       run-shift " : " arr-count " reading(s), "
                       day-changes(d) " change(s), master "
                       master-outcome ", csv " csv-file-status
                       ", history " history-outcome
                       delimited by size into adjust-line
                end-string.
                write adjust-line.
                load-day-readings.
                move 0 to arr-count.
                move 0 to station-count.
                move "Y" to day-loaded.
                move spaces to day-status.
                open input readings-file.
                if readings-file-status not = "00"
                    display "load-day-readings: unable to open "
                            "READINGS.DAT, status "
                            readings-file-status
                            "; " run-date-yyyymmdd " " run-shift
                            " changed but not restated"
                    move "N" to day-loaded
                    move readings-file-status to day-status
                    move 12 to raise-code
                    move "day(s) changed but not restated"
                        to raise-reason
                    perform raise-completion
                else
                    move run-date-yyyymmdd to rdet-date
                    move run-shift to rdet-shift
                    move 0 to rdet-seq
                    start readings-file key >= rdet-key
                        invalid key continue
                    end-start
                    if readings-file-status = "00"
                        perform read-next-detail
                        perform until readings-file-status not = "00"
                                or rdet-date not = run-date-yyyymmdd
                                or rdet-shift not = run-shift
                            if rdet-seq > 0 and arr-count < 200
                                add 1 to arr-count
                                move rdet-value to arr(arr-count)
                                move rdet-station
                                    to stn-tag(arr-count)
                                move rdet-station to station-id
                                perform note-station
                            end-if
                            perform read-next-detail
                        end-perform
                    end-if
                    close readings-file
                end-if.
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
      *         the counts the day's run posted on its plant-wide
      *         row; zero when the day never reached the master
                read-plant-row.
                move 0 to keep-reject-count.
                move 0 to keep-excluded-count.
                open input master-file.
                if master-file-status = "00"
                    move run-date-yyyymmdd to master-date
                    move run-shift to master-shift
                    move spaces to master-station
                    read master-file
                        invalid key continue
                    end-read
                    if master-file-status = "00"
                        move master-reject-count to keep-reject-count
                        move master-excluded-count
                            to keep-excluded-count
                    end-if
                    close master-file
                end-if.
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
      *         plant-wide row first - statpost sweeps the day's old
      *         station rows on it, so a station the day no longer
      *         has (every reading voided or re-tagged away) loses
      *         its row - then one row per station still reading
                write-master.
                move run-date-yyyymmdd to post-date.
                move run-shift to post-shift.
                move spaces to post-station.
                move keep-reject-count to post-reject-count.
                move keep-excluded-count to post-excluded-count.
                perform post-one-row.
                if arr-count > 0
                    move 0 to post-reject-count
                    move 0 to post-excluded-count
                    perform save-full-readings
                    perform varying s from 1 by 1
                            until s > station-count
                        move station-code(s) to station-id
                        move station-id to post-station
                        perform load-station-readings
                        perform modefunction
                        perform compute-statistics
                        perform post-one-row
                    end-perform
                    perform load-all-readings
                    perform modefunction
                    perform compute-statistics
                end-if.
                post-one-row.
                move arr-count to post-read-count.
                move spaces to post-modes.
                if arr-count = 0
                    move "no readings" to post-modes
                    move 0 to post-mean
                    move 0 to post-median
                    move 0 to post-range
                else
                    if c-max = 1 and mode-count > 1
                        move "none" to post-modes
                    else
                        move 1 to line-ptr
                        perform varying k from 1 by 1
                                until k > mode-count
                            move mode-val(k) to reading-edit
                            string reading-edit delimited by size
                                   into post-modes
                                   with pointer line-ptr
                                on overflow
                                    move mode-count to k
                            end-string
                            if k < mode-count
                                string "/" delimited by size
                                       into post-modes
                                       with pointer line-ptr
                                    on overflow
                                        move mode-count to k
                                end-string
                            end-if
                        end-perform
                    end-if
                    move mean to post-mean
                    move median to post-median
                    move reading-range to post-range
                end-if.
                move spaces to post-status.
                call "statpost" using posting-area
                    on exception
                        display "write-master: statpost not "
                                "available, master not posted"
                end-call.
                if post-status = "00"
                    if master-outcome = "--"
                        move "00" to master-outcome
                    end-if
                else
                    if post-status = spaces
                        move "NA" to master-outcome
                    else
                        move post-status to master-outcome
                        display "write-master: master post failed, "
                                "status " post-status
                    end-if
                    perform queue-pending-post
                end-if.
                queue-pending-post.
                open extend pendpost-file.
                if pendpost-file-status not = "00"
                    open output pendpost-file
                end-if.
                if pendpost-file-status not = "00"
                    display "queue-pending-post: unable to open "
                            "PENDPOST.DAT, status "
                            pendpost-file-status
                            "; posting LOST - run rdgadj again for "
                            "the day once the master is healthy"
                    move 12 to raise-code
                    move "master posting lost"
                        to raise-reason
                    perform raise-completion
                else
                    move posting-area to pendpost-record
                    write pendpost-record
                    close pendpost-file
                    display "queue-pending-post: posting for "
                            post-date " " post-shift " "
                            post-station " queued for repost"
                    move 4 to raise-code
                    move "master post(s) queued for repost"
                        to raise-reason
                    perform raise-completion
                end-if.
      *         the day's csv in the layout the daily run writes, so
      *         the reporting system takes the restated day exactly
      *         as it takes a resend
                write-csv.
                move spaces to csv-file-name.
                string "STATS" run-date-yyyymmdd delimited by size
                       run-shift delimited by " "
                       ".CSV" delimited by size
                       into csv-file-name
                end-string.
                open output csv-file.
                if csv-file-status not = "00"
                    display "write-csv: unable to open "
                            csv-file-name ", status "
                            csv-file-status
                    move 8 to raise-code
                    move "restated csv not written"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to csv-line
                    move 1 to line-ptr
                    string run-date-display delimited by size
                           ", "            delimited by size
                           into csv-line with pointer line-ptr
                    end-string
                    perform append-readings-to-csv
                    write csv-line
                    close csv-file
                end-if.
                append-readings-to-csv.
                if arr-count = 0
                    string "no valid readings" delimited by size
                           into csv-line with pointer line-ptr
                    end-string
                else
                    perform varying i from 1 by 1
                            until i > arr-count
                        move arr(i) to reading-edit
                        string stn-tag(i) delimited by size
                               " "        delimited by size
                               reading-edit delimited by size
                               ", "       delimited by size
                               into csv-line with pointer line-ptr
                            on overflow
                                display "csv line truncated"
                        end-string
                    end-perform
                    if c-max = 1 and mode-count > 1
                        string "none" delimited by size
                               into csv-line with pointer line-ptr
                        end-string
                    else
                        perform varying k from 1 by 1
                                until k > mode-count
                            move mode-val(k) to reading-edit
                            string reading-edit delimited by size
                                   into csv-line
                                   with pointer line-ptr
                                on overflow
                                    display "csv line truncated"
                            end-string
                            if k < mode-count
                                string "/" delimited by size
                                       into csv-line
                                       with pointer line-ptr
                                end-string
                            end-if
                        end-perform
                    end-if
                end-if.
      *         the history line is the same text as the csv line
      *         under the history key instead of the bare date
                write-history.
                open extend history-file.
                if history-file-status not = "00"
                    open output history-file
                end-if.
                if history-file-status not = "00"
                    display "write-history: unable to open history "
                            "file, status " history-file-status
                    move 8 to raise-code
                    move "HISTORY.DAT not updated"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to csv-line
                    move 1 to line-ptr
                    string history-key(1:history-key-len)
                           delimited by size
                           " "             delimited by size
                           into csv-line with pointer line-ptr
                    end-string
                    perform append-readings-to-csv
                    move csv-line to history-line
                    write history-line
                    close history-file
                end-if.
                move history-file-status to history-outcome.
      *         swap the day's history line for the restated one,
      *         through HISTORY.TMP the way the daily run replaces
      *         a reprocessed day's line
                replace-history-line.
                open input history-file.
                if history-file-status not = "00"
                    perform write-history
                else
                    open output history-new-file
                    if history-new-file-status not = "00"
                        display "replace-history-line: unable to "
                                "open HISTORY.TMP, status "
                                history-new-file-status
                                "; appending instead of replacing"
                        close history-file
                        perform write-history
                    else
                        move "N" to copy-eof
                        perform until copy-eof = "Y"
                            read history-file
                                at end move "Y" to copy-eof
                                not at end
                                    if history-line
                                            (1:history-key-len)
                                            not = history-key
                                              (1:history-key-len)
                                        move history-line
                                            to history-new-line
                                        write history-new-line
                                    end-if
                            end-read
                        end-perform
                        close history-file
                        close history-new-file
                        perform copy-history-back
                    end-if
                end-if.
                copy-history-back.
                open input history-new-file.
                if history-new-file-status not = "00"
                    display "replace-history-line: unable to read "
                            "back HISTORY.TMP, status "
                            history-new-file-status
                            "; appending instead of replacing"
                    perform write-history
                else
                    open output history-file
                    if history-file-status not = "00"
                        display "replace-history-line: unable to "
                                "rewrite HISTORY.DAT, status "
                                history-file-status
                                "; HISTORY.TMP left for recovery"
                        move history-file-status to history-outcome
                        move 12 to raise-code
                        move "HISTORY.DAT could not be rewritten"
                            to raise-reason
                        perform raise-completion
                        close history-new-file
                    else
                        move "N" to copy-eof
                        perform until copy-eof = "Y"
                            read history-new-file
                                at end move "Y" to copy-eof
                                not at end
                                    move history-new-line
                                        to history-line
                                    write history-line
                            end-read
                        end-perform
                        close history-new-file
                        close history-file
                        perform write-history
                    end-if
                end-if.
      *         one audit row per day restated, mode "A", so the
      *         audit log shows the day changed after its run and
      *         which outputs the restatement rewrote
                write-audit.
                accept audit-end-date from date yyyymmdd.
                accept audit-end-time from time.
                open extend audit-file.
                if audit-file-status not = "00"
                    open output audit-file
                end-if.
                if audit-file-status not = "00"
                    display "write-audit: unable to open audit "
                            "file, status " audit-file-status
                else
                    move spaces to audit-line
                    move 1 to line-ptr
                    string "start " audit-start-date "-"
                           audit-start-time(1:6)
                           " end " audit-end-date "-"
                           audit-end-time(1:6)
                           " mode A"
                           " shift " delimited by size
                           run-shift delimited by " "
                           " input ADJTRANS.DAT"
                           " date " run-date-yyyymmdd
                           " clock " clock-date-yyyymmdd
                           delimited by size
                           into audit-line with pointer line-ptr
                    end-string
      *             a day that couldn't be restated has no accepted
      *             count to give - it says why it stopped instead
                    if day-loaded = "N"
                        string " adjusted " day-changes(d)
                               " history " history-outcome
                               " csv " csv-file-status
                               " master " master-outcome
                               " status " day-status
                               delimited by size
                               into audit-line with pointer line-ptr
                        end-string
                    else
                        string " accepted " arr-count
                               " adjusted " day-changes(d)
                               " history " history-outcome
                               " csv " csv-file-status
                               " master " master-outcome
                               delimited by size
                               into audit-line with pointer line-ptr
                        end-string
                    end-if
                    write audit-line
                    close audit-file
                end-if.
                read-limits.
                open input limits-file.
                if limits-file-status not = "00"
                    continue
                else
                    read limits-file
                        at end move spaces to limits-line
                    end-read
                    move limits-line to band-text
                    perform parse-band-text
                    if band-ok = "Y"
                        move band-parse-low to tol-low
                        move band-parse-high to tol-high
                    else
                        display "read-limits: garbled limits line, "
                                "accepting readings 0-999.9 : "
                                limits-line
                    end-if
                    close limits-file
                end-if.
                read-station-master.
                open input stnmast-file.
                if stnmast-file-status not = "00"
                    continue
                else
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read stnmast-file
                            at end move "Y" to copy-eof
                            not at end perform apply-stnmast-line
                        end-read
                    end-perform
                    close stnmast-file
                    if mast-count > 0
                        move "Y" to stnmast-loaded
                    end-if
                end-if.
                apply-stnmast-line.
                if stnmast-line = spaces
                        or stnmast-line(1:1) = "*"
                    continue
                else
                    move stnmast-line(28:11) to band-text
                    perform parse-band-text
                    if stnmast-line(1:3) not = spaces
                            and band-ok = "Y"
                            and mast-count < 200
                        add 1 to mast-count
                        move stnmast-line(1:3)
                            to mast-code(mast-count)
                        move stnmast-line(5:20)
                            to mast-name(mast-count)
                        move stnmast-line(26:1)
                            to mast-in-service(mast-count)
                        move band-parse-low
                            to mast-low(mast-count)
                        move band-parse-high
                            to mast-high(mast-count)
                    end-if
                end-if.
                find-station.
                move 0 to mast-found.
                perform varying f from 1 by 1 until f > mast-count
                    if mast-code(f) = station-id
                        move f to mast-found
                    end-if
                end-perform.
                parse-reading-text.
                call "rdgparse" using reading-parse
                end-call.
                move parsed-value to reading-value.
                parse-band-text.
                move "N" to band-ok.
                move spaces to band-low-text.
                move spaces to band-high-text.
                unstring band-text delimited by all " "
                    into band-low-text band-high-text
                end-unstring.
                move band-low-text to reading-text.
                perform parse-reading-text.
                if reading-ok = "Y"
                    move reading-value to band-parse-low
                    move band-high-text to reading-text
                    perform parse-reading-text
                    if reading-ok = "Y"
                            and band-parse-low <= reading-value
                        move reading-value to band-parse-high
                        move "Y" to band-ok
                    end-if
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
                display "rdgadj: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program rdgadj.

                file-control.
      *             morning extract of the shift readings: a header
      *             record ("HDR" + extract date + shift id), one
      *             station-tagged reading per line - two digits
      *             ("P07 42") from the older stations, up to three
      *             digits and one decimal ("P07 104.5") from the
      *             new instruments - then a trailer record ("TRL" +
      *             record count + hash total of the readings); the
      *             file to process is named on the run control card
                    select input-file
      *             run control card naming the extract, the shift id
      *             stamped into the dated outputs, the table
      *             capacity and the checkpoint interval - two shifts
      *             a day must run without clobbering each other; a
      *             rerun or rework also names the requesting
      *             OPERATOR and, for a rerun, a different APPROVER
                    select runcard-file assign to "RUNCARD.DAT"
                        organization is line sequential
                        file status is runcard-file-status.
                    select openrej-new-file assign to "OPENREJ.TMP"
                        organization is line sequential
                        file status is openrej-new-file-status.
      *             station coverage history - one line per expected
      *             in-service station per run, so the maintenance
      *             planners can see which stations keep dropping
      *             out; a rerun's lines replace the day's earlier
      *             ones
                    select stncover-file assign to "STNCOVER.DAT"
                        organization is line sequential
                        file status is stncover-file-status.
                    select stncover-new-file assign to "STNCOVER.TMP"
                        organization is line sequential
                        file status is stncover-new-file-status.
      *             run audit log - one structured record per run so
      *             operations can prove which runs were restarts and
      *             which outputs each run actually produced
      *             validated instead of aborting the run - a detail
      *             line is a three character station code, a space,
      *             then the reading; wide enough for the control
      *             records ("HDRyyyymmddSS" / "TRLnnnnhhhhhh", or
      *             "TRLnnnnhhhhhhhh" with the hash in tenths when
      *             the extract carries decimal readings)
                01 input-record pic x(15).
                fd  report-file.
                01 report-line pic x(80).
                fd  history-file.
      *             sized for the worst case: up to 200 readings at
      *             "SSS NNN.N, " (11 chars) plus up to 200 tied mode
      *             values at "NNN.N/" (6 chars), plus the date prefix
                01 history-line pic x(3500).
                fd  checkpoint-file.
      *             wide enough for the hash total in tenths; detail
      *             lines are "SSS NNN.N"
                01 checkpoint-line pic x(9).
                fd  history-new-file.
                01 history-new-line pic x(3500).
                fd  limits-file.
      *             low bound, a space, then the high bound - "40 60"
      *             or, for the wide readings, "095.0 104.5"
                01 limits-line pic x(11).
                fd  stnmast-file.
      *             code in 1-3, name in 5-24, in-service flag in 26
      *             ("Y" is in service), then the band from 28: low
      *             bound in 28-29 and high in 31-32 for a two-digit
      *             station, low in 28-32 and high in 34-38
      *             ("095.0 104.5") for a wide one; the fewest
      *             readings the station is expected to send in one
      *             run in 40-42 (blank means at least one, "000" a
      *             standby station never missed); blank lines and
      *             lines starting "*" are remarks
                01 stnmast-line pic x(42).
                fd  exception-file.
                01 exception-line pic x(80).
      *             line number, a space, reason code, a space, then
                01 openrej-record pic x(30).
                fd  openrej-new-file.
                01 openrej-new-record pic x(30).
      *             run date, a space, shift id, a space, station, a
      *             space, readings received, a space, readings
      *             expected, a space, then "Y" reported in full,
      *             "U" under-reported or "S" silent
                fd  stncover-file.
                01 stncover-record pic x(25).
                fd  stncover-new-file.
                01 stncover-new-record pic x(25).
                fd  audit-file.
                01 audit-line pic x(400).
                fd  runcard-file.
      *             keyword in columns 1-8, value from column 10;
      *             blank lines and lines starting "*" are remarks
                01 runcard-line pic x(40).
                fd  csv-file.
      *             sized for the same worst case as history-line
                01 csv-line pic x(3500).
                fd  readings-file.
                copy "readdet.cpy".
      *             one parked posting, the posting-area exactly as
      *             statpost would have taken it
                fd  pendpost-file.
                01 pendpost-record pic x(77).
                working-storage section.
      *         array of readings, sized off arr-count instead of a
      *         fixed occurs so a whole shift (50-200 readings) fits
                01 arrlist.
                   05 arr-count pic 9(3) value 0.
                   05 arr occurs 1 to 200 times
                         depending on arr-count pic 9(3)v9.
      *         station tag of each arr entry, parallel to arr
                01 stnlist.
                   05 stn-tag occurs 1 to 200 times
                01 fulllist.
                   05 full-count pic 9(3) value 0.
                   05 full-arr occurs 1 to 200 times
                         depending on full-count pic 9(3)v9.
                01 fulltaglist.
                   05 full-tag occurs 1 to 200 times
                         depending on full-count pic x(3).
      *         arr (not necessarily the lowest) and is only meaningful
      *         when mode-count = 1; modelist holds every value tied
      *         at c-max for a multi-modal run
                01 m pic 9(3)v9.
                01 modelist.
                   05 mode-count pic 9(3) value 0.
                   05 mode-val occurs 1 to 200 times
                         depending on mode-count pic 9(3)v9.
      *         counters
                01 c pic 9(3).
                01 c-max pic 9(3).
                01 s pic 9(3).
                01 already-tied pic x value "N".
      *         re-entry validation for readData
                01 reading-value pic 9(3)v9.
                copy "rdgparse.cpy".
      *         a reading as it goes onto the history line, csv feed
      *         and checkpoint ("042.0"), and as the report and
      *         console show it
                01 reading-edit pic 999.9.
                01 reading-disp pic zz9.9.
      *         one low/high pair off LIMITS.DAT or a station line
      *         under parse-band-text
                01 band-text pic x(20).
                01 band-low-text pic x(9).
                01 band-high-text pic x(9).
                01 band-ok pic x.
                01 band-parse-low pic 9(3)v9.
                01 band-parse-high pic 9(3)v9.
                01 band-disp pic zz9.9.
      *         mean/median/range, computed off the same arr table
                01 sorted-list.
                   05 sorted-arr occurs 1 to 200 times
                         depending on arr-count pic 9(3)v9.
                01 temp-val pic 9(3)v9.
                01 arr-sum pic 9(7)v9.
                01 mean pic 9(3)v99.
                01 median pic 9(3)v99.
                01 mean-disp pic zz9.99.
                01 median-disp pic zz9.99.
                01 reading-range pic 9(3)v9.
                01 range-disp pic zz9.9.
                01 mid pic 9(3).
      *         dated report file
                01 run-date-yyyymmdd pic 9(8).
                01 run-date-display pic x(10).
      *         business date the whole run books to - the extract
      *         header's date, the run card's BUSDATE when there is
      *         no header, and the clock date only when neither
      *         names one; a night shift finishing after midnight or
      *         a held extract run next morning still lands on the
      *         day it belongs to
                01 business-date pic 9(8) value 0.
                01 card-bus-date pic x(8) value spaces.
      *         "H" extract header, "C" run card, "S" system clock
                01 date-source pic x value "S".
                01 clock-date-yyyymmdd pic 9(8).
      *         how many days behind the clock an extract may be
      *         booked - anything older, or dated after today, is
      *         refused before a thing is written
                01 date-window pic 9(2) value 3.
                01 date-refused pic x value "N".
                01 date-reason pic x(50) value spaces.
      *         day serial arithmetic - whole days since the year 1,
      *         the same reckoning rejage ages its items by
                01 serial-date pic 9(8).
                01 ser-yyyy pic 9(4).
                01 ser-mm pic 9(2).
                01 ser-dd pic 9(2).
                01 ser-years pic 9(4).
                01 leap-4-days pic 9(4).
                01 leap-100-days pic 9(4).
                01 leap-400-days pic 9(4).
                01 day-serial pic 9(7).
                01 clock-serial pic 9(7).
                01 days-behind pic 9(7).
                01 cum-days-table.
                   05 filler pic x(36)
                         value "000031059090120151181212243273304334".
                01 cum-days redefines cum-days-table.
                   05 cum-len occurs 12 times pic 9(3).
                01 month-days-table.
                   05 filler pic x(24)
                         value "312831303130313130313031".
                01 month-days redefines month-days-table.
                   05 month-len occurs 12 times pic 9(2).
                01 month-limit pic 9(2).
                01 report-file-name pic x(30).
                01 report-file-status pic xx.
      *         morning extract
      *         and outputs are replaced instead of doubled
                01 rerun-flag pic x value "N".
                01 duplicate-found pic x value "N".
      *         who asked for a rerun or rework, and who approved it,
      *         off the OPERATOR/APPROVER cards; run-auth goes on the
      *         audit row - "G" granted, "R" refused, blank for an
      *         ordinary run that needed no authority; any run turned
      *         away before writing anything - an unsettled business
      *         date, an unauthorised or duplicate submission, a
      *         rework abandoned part way - is
      *         booked "R" too, so nothing reading the audit log
      *         mistakes it for the day's run
                01 run-operator pic x(8) value spaces.
                01 run-approver pic x(8) value spaces.
                01 run-auth pic x value space.
      *         date (and shift, when one is named) plus the comma
      *         prefixing the day's history line - the one string
      *         every lookup and replace of that line matches on; the
      *         tolerance band - defaults accept anything the pic
      *         allows, so a missing limits file changes nothing
                01 limits-file-status pic xx.
                01 tol-low pic 9(3)v9 value 0.
                01 tol-high pic 9(3)v9 value 999.9.
                01 tol-excluded-count pic 9(4) value 0.
      *         station master table - when STNMAST.DAT is loaded a
      *         reading from a station not on it (or marked out of
                      10 mast-code pic x(3).
                      10 mast-name pic x(20).
                      10 mast-in-service pic x.
                      10 mast-low pic 9(3)v9.
                      10 mast-high pic 9(3)v9.
                      10 mast-min-read pic 9(3).
      *         find-station's result - the table entry matching
      *         station-id, or 0 when it isn't on the master
                01 mast-found pic 9(3).
      *         the band actually applied to the reading in hand -
      *         the station's own when the master names one, the
      *         LIMITS.DAT pair otherwise
                01 band-low pic 9(3)v9.
                01 band-high pic 9(3)v9.
      *         readings rejected for their station rather than their
      *         layout - unknown tag or out-of-service station
                01 stn-rejected-count pic 9(4) value 0.
      *         station coverage - every in-service station the
      *         master expects readings from, with what this run
      *         actually received; "S" silent, "U" under its
      *         expected minimum, "Y" in full.  cover-before counts
      *         the earlier runs the coverage history already shows
      *         the station short on
                01 coverlist.
                   05 cover-count pic 9(3) value 0.
                   05 cover-entry occurs 1 to 200 times
                         depending on cover-count.
                      10 cover-code pic x(3).
                      10 cover-name pic x(20).
                      10 cover-read pic 9(3).
                      10 cover-min pic 9(3).
                      10 cover-flag pic x.
                      10 cover-before pic 9(4).
                01 silent-count pic 9(3) value 0.
                01 short-count pic 9(3) value 0.
                01 cv pic 9(3).
                01 stncover-file-status pic xx.
                01 stncover-new-file-status pic xx.
      *         reason code carried on the reject record - "NN" for
      *         an unreadable line, "US" unknown station, "OS" out
      *         of service
                01 hdr-shift pic x(2) value spaces.
                01 trl-found pic x value "N".
                01 trl-count pic 9(4) value 0.
      *         hash totals are carried in tenths so a decimal
      *         reading hashes exactly; the x views move the eight
      *         digits to and from the trailer and the checkpoint
                01 trl-hash pic 9(7)v9 value 0.
                01 trl-hash-x redefines trl-hash pic x(8).
                01 hash-total pic 9(7)v9 value 0.
                01 hash-total-x redefines hash-total pic x(8).
      *         a six-digit hash of whole units, as the two-digit
      *         extract and older checkpoints carry it
                01 hash-whole pic 9(6).
                01 hash-disp pic z(6)9.9.
                01 trl-hash-disp pic z(6)9.9.
                01 skipped-count pic 9(4) value 0.
                01 in-balance pic x value "Y".
                01 balance-reason pic x(50) value spaces.
      *         staging field for one restored checkpoint value
                01 checkpoint-value pic x(9).
      *         one detail line under validation - readData copies
      *         input-record here and reprocessing copies the text
      *         field off a rework record, so process-detail-record
      *         serves both
                01 detail-record pic x(13).
      *         detail-record as it arrived - the rejects file must
      *         carry the line exactly as the extract wrote it
                01 detail-original pic x(13).
      *         dated rejects file, opened on the first reject like
      *         the exception report
      *         be visible the next morning
                01 master-outcome pic xx value "--".
                01 pendpost-file-status pic xx.
                copy "postarea.cpy".
                copy "compcode.cpy".
                copy "alertarea.cpy".
                copy "autharea.cpy".
      *         keyed readings detail file bookkeeping - records are
      *         keyed under the run card's shift id (spaces when no
      *         card named one), the same id the history key uses,
                    if checkpoint-value(1:3) is numeric
                        move checkpoint-value(1:3) to checkpoint-count
                    end-if
      *             the hash is kept in tenths over eight digits; a
      *             checkpoint written before the decimal readings
      *             carries six digits of whole units
                    perform read-checkpoint-value
                    if checkpoint-value(1:8) is numeric
                        move checkpoint-value(1:8) to hash-total-x
                    else
                        if checkpoint-value(1:6) is numeric
                            move checkpoint-value(1:6) to hash-whole
                            move hash-whole to hash-total
                        end-if
                    end-if
                    perform read-checkpoint-value
                    if checkpoint-value(1:4) is numeric
                            at end exit perform
                        end-read
                        add 1 to arr-count
                        move checkpoint-line(5:5) to reading-text
                        perform parse-reading-text
                        move reading-value to arr(arr-count)
                        move checkpoint-line(1:3) to stn-tag(arr-count)
                        move checkpoint-line(1:3) to station-id
                        perform note-station
                write checkpoint-line.
                move arr-count to checkpoint-line.
                write checkpoint-line.
                move hash-total-x to checkpoint-line.
                write checkpoint-line.
                move tol-excluded-count to checkpoint-line.
                write checkpoint-line.
                perform varying i from 1 by 1 until i > arr-count
                    move spaces to checkpoint-line
                    move stn-tag(i) to checkpoint-line(1:3)
                    move arr(i) to reading-edit
                    move reading-edit to checkpoint-line(5:5)
                    write checkpoint-line
                end-perform.
                close checkpoint-file.
                        move checkpoint-line to checkpoint-value
                    end-if
                end-if.
      *         one detail record off the extract: validate the
      *         reading (a single digit left unpadded by the extract,
      *         e.g. "P07 5", is still a good one), keep the trailer
      *         hash running, then book it into arr unless it is
      *         outside the tolerance band
                process-detail-record.
                move detail-record to detail-original.
                move detail-record(5:9) to reading-text.
                perform parse-reading-text.
      *         the file replaced the old "accept arr(i)" so a
      *         mistyped/garbled line can't be re-keyed - instead of
      *         aborting the run, skip it and send it to the rejects
      *         file for the clerk
                if reading-ok = "Y"
                        and detail-record(4:1) = space
                        and detail-record(1:3) not = spaces
                    add reading-value to hash-total
                    move detail-record(1:3) to station-id
                    perform find-station
                        add 1 to recs-read
                        add 1 to discarded-count
                        move input-record to detail-record
                        move detail-record(5:9) to reading-text
                        perform parse-reading-text
                        if reading-ok = "Y"
                            add reading-value to hash-total
                        else
                            add 1 to skipped-count
                if input-record(4:4) is numeric
                    move input-record(4:4) to trl-count
                end-if.
      *         an extract with decimal readings hashes them in
      *         tenths over eight digits; the two-digit extract's
      *         six digits are whole units
                if input-record(8:8) is numeric
                    move input-record(8:8) to trl-hash-x
                else
                    if input-record(8:6) is numeric
                        move input-record(8:6) to hash-whole
                        move hash-whole to trl-hash
                    end-if
                end-if.
      *         the extract is only trustworthy when its trailer
      *         matches what was actually read - a partial file must
      *         the csv feed
                reconcile-totals.
                perform compute-run-date.
      *         the run books to the header's own date, so this only
      *         fires when the BUSDATE card stood in for a header
      *         whose date couldn't be read
                if hdr-found = "Y"
                        and hdr-date not = run-date-yyyymmdd
                    display "reconcile-totals: extract header says "
                            hdr-date ", run booked to business date "
                            run-date-yyyymmdd
                end-if.
                if hdr-found = "Y" and run-shift not = spaces
                            else
                                move "N" to in-balance
                                move spaces to balance-reason
                                move trl-hash to trl-hash-disp
                                move hash-total to hash-disp
                                string "trailer hash " trl-hash-disp
                                       " vs computed " hash-disp
                                       delimited by size
                                       into balance-reason
                                end-string
                    display "reconcile-totals: *** RUN OUT OF "
                            "BALANCE : " balance-reason
                end-if.
      *         one reading's text through the shared check - a
      *         two-digit reading or a decimal one; anything else
      *         leaves reading-ok "N" and the value 0
                parse-reading-text.
                call "rdgparse" using reading-parse
                end-call.
                move parsed-value to reading-value.
      *         a low/high pair as the operators key it - "40 60" in
      *         the two-digit layout, "095.0 104.5" for a wide
      *         station - each bound checked the way a reading is
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
      *         book station-id into the distinct-station list if this
      *         is the first reading seen from it
                note-station.
                        move "Y" to rerun-flag
                    end-if
                else
      *         the business date for an extract without a header
      *         (and for a rework run, which reads no extract)
                if runcard-line(1:8) = "BUSDATE"
                    if runcard-line(10:8) is numeric
                        move runcard-line(10:8) to card-bus-date
                    else
                        display "read-runcard: bad BUSDATE ignored : "
                                runcard-line
                    end-if
                else
                if runcard-line(1:8) = "DATEWIN"
                    if runcard-line(10:2) is numeric
                        move runcard-line(10:2) to date-window
                    else
                        display "read-runcard: bad DATEWIN, "
                                "keeping " date-window " : "
                                runcard-line
                    end-if
                else
                if runcard-line(1:8) = "OPERATOR"
                    move runcard-line(10:8) to run-operator
                else
                if runcard-line(1:8) = "APPROVER"
                    move runcard-line(10:8) to run-approver
                else
                    display "read-runcard: unknown card ignored : "
                            runcard-line
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if
                end-if.
      *         everything derived from the card in one place: the
      *         per-shift checkpoint name and the date(+shift) prefix
                           into checkpoint-file-name
                    end-string
                end-if.
      *         settle the business date before anything is keyed
      *         off it: the extract header wins, the card's BUSDATE
      *         stands in when there is no header, and only a run
      *         with neither falls back to the clock
                determine-business-date.
                accept clock-date-yyyymmdd from date yyyymmdd.
                if run-mode not = "R"
                    perform peek-extract-header
                end-if.
                if hdr-found = "Y" and hdr-date is numeric
                    move hdr-date to business-date
                    move "H" to date-source
                    if card-bus-date not = spaces
                            and card-bus-date not = hdr-date
                        display "determine-business-date: BUSDATE "
                                card-bus-date " ignored, extract "
                                "header is dated " hdr-date
                    end-if
                else
                    if card-bus-date not = spaces
                        move card-bus-date to business-date
                        move "C" to date-source
                    else
      *                 a header that is there but unreadable must
      *                 not quietly become today - the card has to
      *                 say which day it is
                        if hdr-found = "Y"
                            move clock-date-yyyymmdd to business-date
                            move "Y" to date-refused
                            move spaces to date-reason
                            string "extract header date unreadable, "
                                   "no BUSDATE card"
                                   delimited by size into date-reason
                            end-string
                        else
                            move clock-date-yyyymmdd to business-date
                            move "S" to date-source
                            display "determine-business-date: no "
                                    "extract header or BUSDATE card; "
                                    "booking to the clock date "
                                    clock-date-yyyymmdd
                        end-if
                    end-if
                end-if.
                if date-refused = "N"
                    perform check-date-window
                end-if.
      *         the header is the extract's first record - read just
      *         that far; readData captures it again on its own pass
                peek-extract-header.
                open input input-file.
                if input-file-status = "00"
                    read input-file
                        at end move spaces to input-record
                    end-read
                    if input-record(1:3) = "HDR"
                        perform capture-header
                    end-if
                    close input-file
                else
                    close input-file
                end-if.
      *         a business date that isn't a calendar date, lies in
      *         the future, or sits further behind the clock than
      *         the allowed window is refused outright
                check-date-window.
                move business-date(5:2) to ser-mm.
                move business-date(7:2) to ser-dd.
                move business-date(1:4) to ser-yyyy.
                move 0 to month-limit.
                if ser-mm >= 1 and ser-mm <= 12
                    move month-len(ser-mm) to month-limit
                    if ser-mm = 2
                        if function mod(ser-yyyy, 4) = 0
                                and (function mod(ser-yyyy, 100)
                                        not = 0
                                    or function mod(ser-yyyy, 400)
                                        = 0)
                            move 29 to month-limit
                        end-if
                    end-if
                end-if.
                if ser-dd < 1 or ser-dd > month-limit
                        or ser-yyyy = 0
                    move "Y" to date-refused
                    move spaces to date-reason
                    string "business date " business-date
                           " is not a calendar date"
                           delimited by size into date-reason
                    end-string
                else
                    if business-date > clock-date-yyyymmdd
                        move "Y" to date-refused
                        move spaces to date-reason
                        string "business date " business-date
                               " is after the clock date "
                               clock-date-yyyymmdd
                               delimited by size into date-reason
                        end-string
                    else
                        move clock-date-yyyymmdd to serial-date
                        perform compute-day-serial
                        move day-serial to clock-serial
                        move business-date to serial-date
                        perform compute-day-serial
                        compute days-behind =
                            clock-serial - day-serial
                        if days-behind > date-window
                            move "Y" to date-refused
                            move spaces to date-reason
                            string "business date " business-date
                                   " is " days-behind
                                   " day(s) old, window " date-window
                                   delimited by size into date-reason
                            end-string
                        end-if
                    end-if
                end-if.
      *         whole days from the year 1 to serial-date - the same
      *         reckoning rejage ages the open-rejects ledger by
                compute-day-serial.
                move serial-date(1:4) to ser-yyyy.
                move serial-date(5:2) to ser-mm.
                move serial-date(7:2) to ser-dd.
                if ser-mm < 1 or ser-mm > 12
                    move 1 to ser-mm
                end-if.
                compute ser-years = ser-yyyy - 1.
                divide ser-years by 4 giving leap-4-days.
                divide ser-years by 100 giving leap-100-days.
                divide ser-years by 400 giving leap-400-days.
                compute day-serial = (ser-years * 365)
                    + leap-4-days - leap-100-days + leap-400-days
                    + cum-len(ser-mm) + ser-dd.
                if ser-mm > 2
                    if function mod(ser-yyyy, 4) = 0
                            and (function mod(ser-yyyy, 100)
                                    not = 0
                                or function mod(ser-yyyy, 400) = 0)
                        add 1 to day-serial
                    end-if
                end-if.
      *         operator-maintained tolerance band, read once before
      *         the extract - a missing or garbled limits file must
      *         not stop the overnight run, so fall back to the
      *         wide-open 0-999.9 defaults
                read-limits.
                open input limits-file.
                if limits-file-status not = "00"
                    display "read-limits: no LIMITS.DAT, status "
                            limits-file-status
                            "; accepting readings 0-999.9"
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
                            to mast-name(mast-count)
                        move stnmast-line(26:1)
                            to mast-in-service(mast-count)
                        move band-parse-low
                            to mast-low(mast-count)
                        move band-parse-high
                            to mast-high(mast-count)
                        if stnmast-line(40:3) is numeric
                            move stnmast-line(40:3)
                                to mast-min-read(mast-count)
                        else
                            move 1 to mast-min-read(mast-count)
                            if stnmast-line(40:3) not = spaces
                                display "read-station-master: "
                                        "garbled minimum for "
                                        stnmast-line(1:3)
                                        ", expecting at least one "
                                        "reading"
                            end-if
                        end-if
                    else
                        display "read-station-master: garbled "
                                "station line ignored : "
                if exception-file-open = "Y"
                    move spaces to exception-line
                    if reading-value < band-low
                        move band-low to band-disp
                        string "Line " recs-read " : " detail-record
                               " below low bound " band-disp
                               delimited by size into exception-line
                        end-string
                    else
                        move band-high to band-disp
                        string "Line " recs-read " : " detail-record
                               " above high bound " band-disp
                               delimited by size into exception-line
                        end-string
                    end-if
                    move detail-original to openrej-record(18:13)
                    write openrej-record
                end-if.
      *         a rerun or rework replaces the day's outputs, so the
      *         card has to name an operator allowed to ask for it
      *         (and, for a rerun, a different one to approve it);
      *         a refusal goes on the audit row and stops the run
      *         here, before anything is written
                authorise-request.
                move run-operator to auth-operator.
                move run-approver to auth-approver.
                call "operauth" using auth-area
                    on exception
                        move "R" to auth-result
                        move "operauth not available"
                            to auth-reason
                end-call.
                move auth-result to run-auth.
                if auth-result not = "G"
                    display "*** " auth-action " refused : "
                            auth-reason
                    display "*** nothing written - correct the "
                            "OPERATOR/APPROVER cards"
                    move 8 to alert-severity
                    move business-date to alert-date
                    move run-shift to alert-shift
                    move spaces to alert-station
                    move "REFUSED" to alert-type
                    move spaces to alert-text
                    string auth-action delimited by " "
                           " refused : " auth-reason
                           delimited by size into alert-text
                    end-string
                    perform post-alert
                    move 8 to raise-code
                    move spaces to raise-reason
                    string auth-action delimited by " "
                           " refused - nothing written"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                    perform write-audit
                    perform finish-completion
                    stop run
                end-if.
                display "authorise-request: " auth-action
                        " requested by " run-operator
                        " approved by " run-approver.
      *         a REWORK.DAT dropped off by the clerk switches this
      *         run into reprocessing mode - the day's figures are
      *         rebuilt from HISTORY.DAT plus the corrected rejects
                                move spaces to detail-record
                                move rdet-station
                                    to detail-record(1:3)
                                move rdet-value to reading-edit
                                move reading-edit
                                    to detail-record(5:5)
                                perform process-detail-record
                            end-if
                            perform read-next-detail
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
                    move 1 to scan-ptr
                    move 0 to token-count
                    move spaces to prev-token
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
                        end-if
                    end-perform
                end-if.
      *         same layout test process-detail-record applies,
      *         without booking anything yet - a line written before
      *         the decimal readings ("P07 42") reads as well as a
      *         current one ("P07 042.0")
                validate-history-reading.
                move prev-token to detail-record.
                move detail-record(5:9) to reading-text.
                perform parse-reading-text.
                if reading-ok = "Y"
                        and detail-record(4:1) = space
                        and detail-record(1:3) not = spaces
                    continue
                move "--" to csv-file-status.
                move "--" to master-outcome.
                perform read-runcard.
      *         rework mode has to be known before the business date
      *         is settled - a rework run reads no extract header
                perform check-rework.
                perform determine-business-date.
                perform set-run-keys.
      *         a run that can't say which day it belongs to, or
      *         names one outside the window, books nothing at all
                if date-refused = "Y"
                    display "*** run refused : " date-reason
                    display "*** nothing written - correct the "
                            "extract header or the BUSDATE card"
                    move 12 to raise-code
                    move "run refused - business date not settled"
                        to raise-reason
                    perform raise-completion
                    move "R" to run-auth
                    perform write-audit
                    perform finish-completion
                    stop run
                end-if.
                perform read-limits.
                perform read-station-master.
      *         a scheduler hiccup running the same date(+shift)
      *         twice must not double the history log and silently
      *         overwrite the day's outputs - stop it here, before
                                "nothing written"
                        display "*** submit with RERUN Y to "
                                "replace the day's outputs"
                        move 8 to raise-code
                        move "duplicate run refused - nothing written"
                            to raise-reason
                        perform raise-completion
                        move "R" to run-auth
                        perform write-audit
                        perform finish-completion
                        stop run
                    end-if
                    if duplicate-found = "Y"
                        move "RERUN" to auth-action
                        move "Y" to auth-approver-needed
                        perform authorise-request
                        display "rerun: replacing the existing "
                                "outputs for "
                                history-key(1:history-key-len)
                    end-if
                end-if.
                if run-mode = "R"
                    move "REWORK" to auth-action
                    move "N" to auth-approver-needed
                    perform authorise-request
                    perform reprocess-rework
                    if reprocess-abort = "Y"
                        display "*** reprocess abandoned - nothing "
                                "written"
                        move 12 to raise-code
                        move "reprocess abandoned - nothing written"
                            to raise-reason
                        perform raise-completion
                        move "R" to run-auth
                        perform write-audit
                        perform finish-completion
                        stop run
                    end-if
                else
                end-if.
                perform modefunction.
                perform compute-statistics.
                perform check-coverage.
                if arr-count = 0
                    display "No valid readings in this batch."
                else
                    display "Data is : "
                    perform varying i from 1 by 1 until i > arr-count
                        move arr(i) to reading-disp
                        display "  " stn-tag(i) " " reading-disp
                    end-perform
                    if c-max = 1 and mode-count > 1
      *                 every reading is distinct - c-max never got
                                "Data is multi-modal, tied values : "
                            perform varying k from 1 by 1
                                    until k > mode-count
                                move mode-val(k) to reading-disp
                                display "  " reading-disp
                            end-perform
                        else
                            move m to reading-disp
                            display "Mode is : " reading-disp
                        end-if
                    end-if
                    display "Mean is : " mean-disp
                    display "Median is : " median-disp
                    move reading-range to range-disp
                    display "Range is : " range-disp
                end-if.
                display "Out-of-tolerance readings excluded : "
                        tol-excluded-count.
                    perform write-readings-file
                    perform write-csv
                    perform write-master
                    perform write-coverage-history
                else
                    if in-balance = "Y"
      *                 an authorised rerun swaps the day's existing
                        perform write-readings-file
                        perform write-csv
                        perform write-master
                        perform write-coverage-history
                    else
                        display "*** out of balance - HISTORY.DAT "
                                "and csv feed NOT updated"
                        move 8 to alert-severity
                        move business-date to alert-date
                        move run-shift to alert-shift
                        move spaces to alert-station
                        move "BALANCE" to alert-type
                        move balance-reason to alert-text
                        perform post-alert
                    end-if
                end-if.
                perform settle-completion.
                perform write-audit.
                perform finish-completion.
                stop run.
      *         run-date-yyyymmdd/run-date-display are used by
      *         write-report, write-history, and write-csv alike, so
      *         each of them performs this rather than relying on one
      *         of the others having already populated the fields;
      *         the run date is the business date settled up front,
      *         never the clock
                compute-run-date.
                move business-date to run-date-yyyymmdd.
                string run-date-yyyymmdd(1:4) delimited by size
                       "-"                   delimited by size
                       run-date-yyyymmdd(5:2) delimited by size
                            "status " report-file-status
                else
                    move spaces to report-line
                    if date-source = "H"
                        string "Run date : " run-date-display
                               " (extract header, clock "
                               clock-date-yyyymmdd ")"
                               delimited by size into report-line
                        end-string
                    else
                        if date-source = "C"
                            string "Run date : " run-date-display
                                   " (BUSDATE card, clock "
                                   clock-date-yyyymmdd ")"
                                   delimited by size into report-line
                            end-string
                        else
                            string "Run date : " run-date-display
                                   " (clock date)"
                                   delimited by size into report-line
                            end-string
                        end-if
                    end-if
                    write report-line
                    if in-balance = "N"
                        move spaces to report-line
                        perform varying i from 1 by 1
                                until i > arr-count
                            move spaces to report-line
                            move arr(i) to reading-disp
                            string "  " stn-tag(i) " " reading-disp
                                   delimited by size into report-line
                            end-string
                            write report-line
                                perform varying k from 1 by 1
                                        until k > mode-count
                                    move spaces to report-line
                                    move mode-val(k) to reading-disp
                                    string "  " reading-disp
                                           delimited by size
                                           into report-line
                                    end-string
                                end-perform
                            else
                                move spaces to report-line
                                move m to reading-disp
                                string "Mode is : " reading-disp
                                       delimited by size
                                       into report-line
                                end-string
                        end-string
                        write report-line
                        move spaces to report-line
                        move reading-range to range-disp
                        string "Range is : " range-disp
                               delimited by size into report-line
                        end-string
                        write report-line
                        end-string
                        write report-line
                    end-if
                    perform write-coverage-section
                    close report-file
                end-if.
      *         keep an untouched copy of the shift so arr can be
                        perform varying k from 1 by 1
                                until k > mode-count
                            move spaces to report-line
                            move mode-val(k) to reading-disp
                            string "    " reading-disp
                                   delimited by size into report-line
                            end-string
                            write report-line
                        end-perform
                    else
                        move spaces to report-line
                        move m to reading-disp
                        string "  Mode is : " reading-disp
                               delimited by size into report-line
                        end-string
                        write report-line
                end-string.
                write report-line.
                move spaces to report-line.
                move reading-range to range-disp.
                string "  Range is : " range-disp
                       delimited by size into report-line
                end-string.
                write report-line.
                    else
                        perform varying i from 1 by 1
                                until i > arr-count
                            move arr(i) to reading-edit
                            string stn-tag(i) delimited by size
                                   " "        delimited by size
                                   reading-edit delimited by size
                                   ", "       delimited by size
                                   into history-line
                                   with pointer line-ptr
                            if mode-count > 1
                                perform varying k from 1 by 1
                                        until k > mode-count
                                    move mode-val(k) to reading-edit
                                    string reading-edit delimited by
                                           size
                                           into history-line
                                           with pointer line-ptr
                                    end-if
                                end-perform
                            else
                                move m to reading-edit
                                string reading-edit delimited by size
                                       into history-line
                                       with pointer line-ptr
                                end-string
                read readings-file next
                    at end continue
                end-read.
      *         every in-service station the master expects to hear
      *         from, against what this run actually received - a
      *         station that sent nothing never reaches station-list,
      *         so it has to be looked for from the master's side
                check-coverage.
                move 0 to cover-count.
                move 0 to silent-count.
                move 0 to short-count.
                if stnmast-loaded = "Y"
                    perform varying f from 1 by 1 until f > mast-count
                        if mast-in-service(f) = "Y"
                                and mast-min-read(f) > 0
                            perform cover-one-station
                        end-if
                    end-perform
                    if silent-count > 0 or short-count > 0
                        perform count-prior-shortfalls
                        display "Station coverage : " silent-count
                                " silent, " short-count
                                " under-reporting"
                    end-if
                end-if.
                cover-one-station.
                add 1 to cover-count.
                move mast-code(f) to cover-code(cover-count).
                move mast-name(f) to cover-name(cover-count).
                move mast-min-read(f) to cover-min(cover-count).
                move 0 to cover-read(cover-count).
                move 0 to cover-before(cover-count).
                perform varying i from 1 by 1 until i > arr-count
                    if stn-tag(i) = mast-code(f)
                        add 1 to cover-read(cover-count)
                    end-if
                end-perform.
                if cover-read(cover-count) = 0
                    move "S" to cover-flag(cover-count)
                    add 1 to silent-count
                else
                    if cover-read(cover-count)
                            < cover-min(cover-count)
                        move "U" to cover-flag(cover-count)
                        add 1 to short-count
                    else
                        move "Y" to cover-flag(cover-count)
                    end-if
                end-if.
      *         how often the coverage history already shows each
      *         short station short - the day's own earlier lines
      *         (a rerun's) don't count against it
                count-prior-shortfalls.
                open input stncover-file.
                if stncover-file-status = "00"
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read stncover-file
                            at end move "Y" to copy-eof
                            not at end perform count-one-shortfall
                        end-read
                    end-perform
                    close stncover-file
                end-if.
                count-one-shortfall.
                if stncover-record(1:8) not = run-date-yyyymmdd
                        or stncover-record(10:2) not = run-shift
                    if stncover-record(25:1) = "S"
                            or stncover-record(25:1) = "U"
                        perform varying cv from 1 by 1
                                until cv > cover-count
                            if cover-code(cv) = stncover-record(13:3)
                                    and cover-flag(cv) not = "Y"
                                add 1 to cover-before(cv)
                            end-if
                        end-perform
                    end-if
                end-if.
      *         the report's coverage section - report-file is
      *         already open under write-report when this is
      *         performed
                write-coverage-section.
                move spaces to report-line.
                write report-line.
                move "Station coverage :" to report-line.
                write report-line.
                if stnmast-loaded = "N"
                    move "  No station master - coverage not checked."
                        to report-line
                    write report-line
                else
                    if silent-count = 0 and short-count = 0
                        move spaces to report-line
                        string "  All " cover-count
                               " expected station(s) reported in full."
                               delimited by size into report-line
                        end-string
                        write report-line
                    else
                        perform varying cv from 1 by 1
                                until cv > cover-count
                            if cover-flag(cv) not = "Y"
                                perform write-coverage-line
                            end-if
                        end-perform
                        move spaces to report-line
                        string "  " silent-count " silent, "
                               short-count " under-reporting, of "
                               cover-count " expected station(s)"
                               delimited by size into report-line
                        end-string
                        write report-line
                    end-if
                end-if.
                write-coverage-line.
                move spaces to report-line.
                move 1 to line-ptr.
                if cover-flag(cv) = "S"
                    string "  ** " cover-code(cv) " "
                           cover-name(cv) " SILENT   "
                           delimited by size
                           into report-line with pointer line-ptr
                    end-string
                else
                    string "  ** " cover-code(cv) " "
                           cover-name(cv) " SHORT    "
                           delimited by size
                           into report-line with pointer line-ptr
                    end-string
                end-if.
                string cover-read(cv) " of " cover-min(cv)
                       " expected"
                       delimited by size
                       into report-line with pointer line-ptr
                end-string.
                if cover-before(cv) > 0
                    string ", short on " cover-before(cv)
                           " earlier run(s)"
                           delimited by size
                           into report-line with pointer line-ptr
                    end-string
                end-if.
                write report-line.
      *         the run's coverage onto the history - a rerun or
      *         reprocess takes the day's earlier lines out first,
      *         the same wholesale replace its history line gets
                write-coverage-history.
                if stnmast-loaded = "Y"
                    if run-mode = "R" or duplicate-found = "Y"
                        perform drop-coverage-lines
                    end-if
                    open extend stncover-file
                    if stncover-file-status not = "00"
                        open output stncover-file
                    end-if
                    if stncover-file-status not = "00"
                        display "write-coverage-history: unable to "
                                "open STNCOVER.DAT, status "
                                stncover-file-status
                    else
                        perform varying cv from 1 by 1
                                until cv > cover-count
                            move spaces to stncover-record
                            string run-date-yyyymmdd " " run-shift
                                   " " cover-code(cv) " "
                                   cover-read(cv) " " cover-min(cv)
                                   " " cover-flag(cv)
                                   delimited by size
                                   into stncover-record
                            end-string
                            write stncover-record
                        end-perform
                        close stncover-file
                    end-if
                end-if.
                drop-coverage-lines.
                open input stncover-file.
                if stncover-file-status = "00"
                    open output stncover-new-file
                    if stncover-new-file-status not = "00"
                        display "drop-coverage-lines: unable to open "
                                "STNCOVER.TMP, status "
                                stncover-new-file-status
                                "; the day's earlier lines stay"
                        close stncover-file
                    else
                        move "N" to copy-eof
                        perform until copy-eof = "Y"
                            read stncover-file
                                at end move "Y" to copy-eof
                                not at end
                                    if stncover-record(1:8)
                                            not = run-date-yyyymmdd
                                        or stncover-record(10:2)
                                            not = run-shift
                                        move stncover-record
                                            to stncover-new-record
                                        write stncover-new-record
                                    end-if
                            end-read
                        end-perform
                        close stncover-file
                        close stncover-new-file
                        perform copy-coverage-back
                    end-if
                end-if.
                copy-coverage-back.
                open input stncover-new-file.
                if stncover-new-file-status = "00"
                    open output stncover-file
                    if stncover-file-status not = "00"
                        display "drop-coverage-lines: unable to "
                                "rewrite STNCOVER.DAT, status "
                                stncover-file-status
                                "; STNCOVER.TMP left for recovery"
                        close stncover-new-file
                    else
                        move "N" to copy-eof
                        perform until copy-eof = "Y"
                            read stncover-new-file
                                at end move "Y" to copy-eof
                                not at end
                                    move stncover-new-record
                                        to stncover-record
                                    write stncover-record
                            end-read
                        end-perform
                        close stncover-new-file
                        close stncover-file
                    end-if
                end-if.
      *         what the finished run's outputs say about it - the
      *         same outcomes the audit record carries, so the code
      *         and the record can never disagree
                settle-completion.
                if run-mode not = "R" and in-balance not = "Y"
                    move 8 to raise-code
                    move "out of balance - history and csv not updated"
                        to raise-reason
                    perform raise-completion
                end-if.
                if report-file-status not = "00"
                        and report-file-status not = "--"
                    move 8 to raise-code
                    move "report not written"
                        to raise-reason
                    perform raise-completion
                end-if.
                if history-outcome not = "00"
                        and history-outcome not = "--"
                    move 8 to raise-code
                    move "HISTORY.DAT not updated"
                        to raise-reason
                    perform raise-completion
                end-if.
                if csv-file-status not = "00"
                        and csv-file-status not = "--"
                    move 8 to raise-code
                    move "csv feed not written"
                        to raise-reason
                    perform raise-completion
                end-if.
                if silent-count > 0 or short-count > 0
                    move 4 to raise-code
                    move "station(s) silent or under-reporting"
                        to raise-reason
                    perform raise-completion
                end-if.
      *         hand one alert to the shared feed the paging system
      *         polls; a feed that can't be written mustn't stop the
      *         run, but it is said, and it costs the clean finish
                post-alert.
                move "s21467456" to alert-source.
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
                display "s21467456: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
      *         one structured audit record per run, appended last so
      *         it carries the final status of every output; the
      *         append must never take the run down with it
                           run-shift delimited by " "
                           " input "       delimited by size
                           audit-input-name delimited by " "
                           " date "        delimited by size
                           business-date
                           " datesrc " date-source
                           " clock " clock-date-yyyymmdd
                           " read "        delimited by size
                           recs-read
                           " accepted " arr-count
                           " history " history-outcome
                           " csv " csv-file-status
                           " master " master-outcome
                           " silent " silent-count
                           " short " short-count
                           " code " completion-code
                           " oper " run-operator
                           " appr " run-approver
                           " auth " run-auth
                           delimited by size into audit-line
                    end-string
                    write audit-line
                        move 1 to line-ptr
                        perform varying k from 1 by 1
                                until k > mode-count
                            move mode-val(k) to reading-edit
                            string reading-edit delimited by size
                                   into post-modes
                                   with pointer line-ptr
                                on overflow
                            pendpost-file-status
                            "; posting LOST - rerun the day once "
                            "the master is healthy"
                    move 12 to raise-code
                    move "master posting lost - rerun the day"
                        to raise-reason
                    perform raise-completion
                    move 12 to alert-severity
                    move "POSTLOST" to alert-type
                    move "master posting lost - rerun the day"
                        to alert-text
                else
                    move posting-area to pendpost-record
                    write pendpost-record
                    display "queue-pending-post: posting for "
                            post-date " " post-shift " "
                            post-station " queued for repost"
                    move 4 to raise-code
                    move "master post(s) queued for repost"
                        to raise-reason
                    perform raise-completion
                    move 4 to alert-severity
                    move "QUEUED" to alert-type
                    move spaces to alert-text
                    string "master post failed, status " post-status
                           ", queued for repost"
                           delimited by size into alert-text
                    end-string
                end-if.
                move post-date to alert-date.
                move post-shift to alert-shift.
                move post-station to alert-station.
                perform post-alert.
                write-csv.
                perform compute-run-date.
                move spaces to csv-file-name.
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
                            if mode-count > 1
                                perform varying k from 1 by 1
                                        until k > mode-count
                                    move mode-val(k) to reading-edit
                                    string reading-edit delimited by
                                           size
                                           into csv-line
                                           with pointer line-ptr
                                    end-if
                                end-perform
                            else
                                move m to reading-edit
                                string reading-edit delimited by size
                                       into csv-line
                                       with pointer line-ptr
                                end-string

           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  capbrpt.
      *    per-station distribution and process capability over a
      *    period, off the readings detail: for every station (or
      *    just the stations the card names) a frequency histogram
      *    of its readings, the standard deviation, the 10th, 50th
      *    and 90th percentiles, the share of readings sitting near
      *    each edge of the station's band, and the Cp/Cpk indices
      *    against that band from STNMAST.DAT.  spcrpt says when the
      *    daily mean drifts; this says whether a station's spread
      *    fits inside its band at all, and a station whose Cpk is
      *    under the operators' minimum is flagged for maintenance
           environment division.
                input-output section.
                file-control.
      *             control card: FROM yyyymmdd and TO yyyymmdd bound
      *             the period, each STATION card adds one station to
      *             report on; keyword in columns 1-8, value from
      *             column 10; blank lines and lines starting "*" are
      *             remarks - no card reports every station from the
      *             first of the month to today
                    select cap-card-file assign to "CAPCARD.DAT"
                        organization is line sequential
                        file status is cap-card-file-status.
      *             operator-maintained minimum Cpk ("1.33"); a
      *             station below it is flagged
                    select cap-limit-file assign to "CAPLIM.DAT"
                        organization is line sequential
                        file status is cap-limit-file-status.
      *             dated capability report for the quality people
                    select cap-report-file
                        assign to dynamic cap-report-name
                        organization is line sequential
                        file status is cap-report-file-status.
                    select readings-file assign to "READINGS.DAT"
                        organization is indexed
                        access is dynamic
                        record key is rdet-key
                        file status is readings-file-status.
      *             station master - name and band per station
                    select stnmast-file assign to "STNMAST.DAT"
                        organization is line sequential
                        file status is stnmast-file-status.
      *             the plant band, for a station not on the master
                    select limits-file assign to "LIMITS.DAT"
                        organization is line sequential
                        file status is limits-file-status.
           data division.
                file section.
                fd  cap-card-file.
                01 cap-card-line pic x(40).
                fd  cap-limit-file.
                01 cap-limit-line pic x(4).
                fd  cap-report-file.
                01 cap-line pic x(100).
                fd  readings-file.
                copy "readdet.cpy".
                fd  stnmast-file.
                01 stnmast-line pic x(38).
                fd  limits-file.
                01 limits-line pic x(11).
                working-storage section.
                01 cap-card-file-status pic xx.
                01 cap-limit-file-status pic xx.
                01 cap-report-file-status pic xx.
                01 cap-report-name pic x(30).
                01 readings-file-status pic xx.
                01 stnmast-file-status pic xx.
                01 limits-file-status pic xx.
                01 copy-eof pic x value "N".
                01 run-date-yyyymmdd pic 9(8).
                01 run-date-display pic x(10).
                01 from-date pic 9(8).
                01 to-date pic 9(8).
      *         minimum Cpk, "9.99" on CAPLIM.DAT
                01 min-cpk pic 9v99 value 1.33.
                01 min-cpk-text pic x(4).
                01 min-cpk-digits redefines min-cpk-text.
                   05 min-cpk-units pic 9.
                   05 min-cpk-point pic x.
                   05 min-cpk-hundredths pic 99.
                01 min-cpk-disp pic 9.99.
      *         "near the edge" is the outer tenth of the band at
      *         either end
                01 edge-pct pic 9(2) value 10.
      *         the stations the card asked for - none means every
      *         station with readings in the period
                01 sellist.
                   05 sel-count pic 9(3) value 0.
                   05 sel-code occurs 1 to 50 times
                         depending on sel-count pic x(3).
                01 sel-found pic x.
                01 q pic 9(3).
      *         every station reporting in the period, sorted by
      *         code before the report is written
                01 caplist.
                   05 cap-count pic 9(3) value 0.
                   05 cap-code occurs 1 to 200 times
                         depending on cap-count pic x(3).
                01 cap-temp pic x(3).
                01 s pic 9(3).
                01 t pic 9(3).
                01 station-id pic x(3).
                01 stations-flagged pic 9(3) value 0.
                01 stations-reported pic 9(3) value 0.
      *         repeat counts per reading value for the station in
      *         hand - one bucket per tenth from 0.0 to 999.9, the
      *         value times ten plus one; the whole distribution
      *         is read back off these
                01 val-counts.
                   05 val-count occurs 10000 times pic 9(6).
                01 vv pic 9(5).
                01 min-vv pic 9(5).
                01 max-vv pic 9(5).
                01 bucket-value pic 9(3)v9.
                01 n pic 9(6).
                01 value-sum pic 9(9)v9.
                01 mean-work pic 9(3)v9(4).
                01 dev pic s9(4)v9(4).
                01 sq-sum pic 9(11)v9(4).
      *         sigma by Newton's iteration, as spcrpt does it
                01 variance-val pic 9(7)v9(4).
                01 n-less-one pic 9(6).
                01 sigma pic 9(5)v9(4).
                01 sigma-new pic 9(5)v9(4).
      *         nearest-rank percentiles off the cumulative counts
                01 cum-count pic 9(6).
                01 rank-wanted pic 9(6).
                01 pct-wanted pic 9(2).
                01 pct-value pic 9(3)v9.
                01 p10-value pic 9(3)v9.
                01 p50-value pic 9(3)v9.
                01 p90-value pic 9(3)v9.
      *         the band and how much of the station sits at its
      *         edges
                01 band-low pic 9(3)v9.
                01 band-high pic 9(3)v9.
                01 band-width pic 9(3)v9.
                01 edge-margin pic 9(3)v99.
                01 near-low pic 9(6).
                01 near-high pic 9(6).
                01 near-low-pct pic 9(3)v9.
                01 near-high-pct pic 9(3)v9.
                01 band-source pic x(6).
      *         capability indices - Cpk goes negative once the
      *         mean is outside the band
                01 cp pic 9(4)v99.
                01 cpk pic s9(4)v99.
                01 cpk-upper pic s9(4)v99.
                01 cpk-lower pic s9(4)v99.
                01 cap-ok pic x.
                01 three-sigma pic 9(6)v9(4).
                01 six-sigma pic 9(6)v9(4).
      *         histogram - at most ten bins across the station's
      *         observed spread, bars scaled to forty stars
                01 span pic 9(5).
                01 bin-width pic 9(5).
                01 bin-no pic 9(2).
                01 bin-lo pic 9(5).
                01 bin-hi pic 9(5).
                01 bin-count pic 9(6).
                01 bin-max pic 9(6).
                01 bar-len pic 9(2).
                01 bar-stars pic x(40) value all "*".
      *         station master and plant band, loaded the way the
      *         daily run loads them
                01 band-text pic x(20).
                01 band-low-text pic x(9).
                01 band-high-text pic x(9).
                01 band-ok pic x.
                01 band-parse-low pic 9(3)v9.
                01 band-parse-high pic 9(3)v9.
                01 tol-low pic 9(3)v9 value 0.
                01 tol-high pic 9(3)v9 value 999.9.
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
                01 reading-value pic 9(3)v9.
                copy "rdgparse.cpy".
      *         report fields
                01 line-ptr pic 9(4).
                01 count-disp pic zzzzz9.
                01 value-disp pic zz9.9.
                01 value-disp-2 pic zz9.9.
                01 value-disp-3 pic zz9.9.
                01 mean-disp pic zz9.99.
                01 sigma-disp pic zz9.999.
                01 pct-disp pic zz9.9.
                01 pct-disp-2 pic zz9.9.
                01 cp-disp pic zz9.99.
                01 cpk-disp pic -zz9.99.
                copy "compcode.cpy".

           procedure division.
                perform begin.
                begin.
                accept run-date-yyyymmdd from date yyyymmdd.
                string run-date-yyyymmdd(1:4) delimited by size
                       "-"                   delimited by size
                       run-date-yyyymmdd(5:2) delimited by size
                       "-"                   delimited by size
                       run-date-yyyymmdd(7:2) delimited by size
                       into run-date-display
                end-string.
                move run-date-yyyymmdd to to-date.
                move run-date-yyyymmdd to from-date.
                move "01" to from-date(7:2).
                perform read-cap-card.
                perform read-cap-limit.
                perform read-limits.
                perform read-station-master.
                perform find-stations.
                perform write-cap-report.
                display "capbrpt: " stations-reported
                        " station(s) reported, " stations-flagged
                        " below minimum Cpk " min-cpk-disp.
                if stations-flagged > 0
                    move 4 to raise-code
                    move spaces to raise-reason
                    string stations-flagged
                           " station(s) below minimum Cpk"
                           delimited by size into raise-reason
                    end-string
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
                read-cap-card.
                open input cap-card-file.
                if cap-card-file-status not = "00"
                    continue
                else
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read cap-card-file
                            at end move "Y" to copy-eof
                            not at end perform apply-cap-card
                        end-read
                    end-perform
                    close cap-card-file
                end-if.
                if to-date < from-date
                    display "read-cap-card: period runs backwards, "
                            "reporting " from-date " alone"
                    move from-date to to-date
                end-if.
                apply-cap-card.
                if cap-card-line = spaces
                        or cap-card-line(1:1) = "*"
                    continue
                else
                if cap-card-line(1:8) = "FROM"
                    if cap-card-line(10:8) is numeric
                        move cap-card-line(10:8) to from-date
                    else
                        display "read-cap-card: bad FROM card "
                                "ignored : " cap-card-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                if cap-card-line(1:8) = "TO"
                    if cap-card-line(10:8) is numeric
                        move cap-card-line(10:8) to to-date
                    else
                        display "read-cap-card: bad TO card "
                                "ignored : " cap-card-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    end-if
                else
                if cap-card-line(1:8) = "STATION"
                    if cap-card-line(10:3) = spaces
                            or sel-count = 50
                        display "read-cap-card: STATION card "
                                "ignored : " cap-card-line
                        move 4 to raise-code
                        move "bad card ignored"
                            to raise-reason
                        perform raise-completion
                    else
                        add 1 to sel-count
                        move cap-card-line(10:3)
                            to sel-code(sel-count)
                    end-if
                else
                    display "read-cap-card: unknown card "
                            "ignored : " cap-card-line
                    move 4 to raise-code
                    move "bad card ignored"
                        to raise-reason
                    perform raise-completion
                end-if
                end-if
                end-if
                end-if.
                read-cap-limit.
                open input cap-limit-file.
                if cap-limit-file-status not = "00"
                    continue
                else
                    read cap-limit-file
                        at end move spaces to cap-limit-line
                    end-read
                    move cap-limit-line to min-cpk-text
                    if min-cpk-units is numeric
                            and min-cpk-point = "."
                            and min-cpk-hundredths is numeric
                        compute min-cpk = min-cpk-units
                            + (min-cpk-hundredths / 100)
                    else
                        display "read-cap-limit: garbled minimum, "
                                "using default " min-cpk
                                " : " cap-limit-line
                        move 4 to raise-code
                        move "garbled CAPLIM.DAT, default used"
                            to raise-reason
                        perform raise-completion
                    end-if
                    close cap-limit-file
                end-if.
                move min-cpk to min-cpk-disp.
      *         one pass over the period collecting the stations to
      *         report on, then sorted by code
                find-stations.
                open input readings-file.
                if readings-file-status not = "00"
                    display "find-stations: no READINGS.DAT, status "
                            readings-file-status
                    move 12 to raise-code
                    move "READINGS.DAT could not be read"
                        to raise-reason
                    perform raise-completion
                else
                    perform start-period
                    perform until readings-file-status not = "00"
                            or rdet-date > to-date
                        if rdet-seq > 0
                            move rdet-station to station-id
                            perform note-cap-station
                        end-if
                        perform read-next-detail
                    end-perform
                    close readings-file
                end-if.
                perform varying s from 1 by 1 until s > cap-count
                    perform varying t from 1 by 1
                            until t > cap-count - s
                        if cap-code(t) > cap-code(t + 1)
                            move cap-code(t) to cap-temp
                            move cap-code(t + 1) to cap-code(t)
                            move cap-temp to cap-code(t + 1)
                        end-if
                    end-perform
                end-perform.
                start-period.
                move from-date to rdet-date.
                move low-values to rdet-shift.
                move 0 to rdet-seq.
                start readings-file key >= rdet-key
                    invalid key continue
                end-start.
                if readings-file-status = "00"
                    perform read-next-detail
                end-if.
                read-next-detail.
                read readings-file next
                    at end continue
                end-read.
                note-cap-station.
                move "Y" to sel-found.
                if sel-count > 0
                    move "N" to sel-found
                    perform varying q from 1 by 1 until q > sel-count
                        if sel-code(q) = station-id
                            move "Y" to sel-found
                        end-if
                    end-perform
                end-if.
                if sel-found = "Y"
                    move "N" to sel-found
                    perform varying s from 1 by 1 until s > cap-count
                        if cap-code(s) = station-id
                            move "Y" to sel-found
                        end-if
                    end-perform
                    if sel-found = "N" and cap-count < 200
                        add 1 to cap-count
                        move station-id to cap-code(cap-count)
                    end-if
                end-if.
                write-cap-report.
                move spaces to cap-report-name.
                string "CAPBRPT" run-date-yyyymmdd ".TXT"
                       delimited by size into cap-report-name
                end-string.
                open output cap-report-file.
                if cap-report-file-status not = "00"
                    display "write-cap-report: unable to open "
                            cap-report-name ", status "
                            cap-report-file-status
                    move 12 to raise-code
                    move "capability report could not be opened"
                        to raise-reason
                    perform raise-completion
                else
                    move spaces to cap-line
                    string "Station capability report : "
                           from-date(1:4) "-" from-date(5:2) "-"
                           from-date(7:2) " to "
                           to-date(1:4) "-" to-date(5:2) "-"
                           to-date(7:2)
                           "  (generated " run-date-display ")"
                           delimited by size into cap-line
                    end-string
                    write cap-line
                    move spaces to cap-line
                    string "Minimum Cpk " min-cpk-disp
                           ", band edge zones are the outer "
                           edge-pct "% of the band"
                           delimited by size into cap-line
                    end-string
                    write cap-line
                    if cap-count = 0
                        move "No readings for the period." to cap-line
                        write cap-line
                    else
                        perform varying s from 1 by 1
                                until s > cap-count
                            move cap-code(s) to station-id
                            perform report-one-station
                        end-perform
                    end-if
                    move spaces to cap-line
                    write cap-line
                    move spaces to cap-line
                    string stations-reported " station(s) reported, "
                           stations-flagged " below minimum Cpk"
                           delimited by size into cap-line
                    end-string
                    write cap-line
                    close cap-report-file
                end-if.
      *         the station's distribution into the buckets, then
      *         every figure read back off them
                report-one-station.
                perform load-station-buckets.
                add 1 to stations-reported.
                perform set-station-band.
                perform compute-spread.
                perform compute-percentiles.
                perform compute-edge-shares.
                perform compute-capability.
                move spaces to cap-line.
                write cap-line.
                move spaces to cap-line.
                move 1 to line-ptr.
                string "Station " station-id " "
                       delimited by size
                       into cap-line with pointer line-ptr
                end-string.
                if mast-found > 0
                    string mast-name(mast-found) " "
                           delimited by size
                           into cap-line with pointer line-ptr
                    end-string
                end-if.
                move band-low to value-disp.
                move band-high to value-disp-2.
                string " band " value-disp " - " value-disp-2
                       " (" band-source ")"
                       delimited by size
                       into cap-line with pointer line-ptr
                end-string.
                write cap-line.
                move n to count-disp.
                move mean-work to mean-disp.
                move sigma to sigma-disp.
                move spaces to cap-line.
                string "  readings " count-disp "   mean " mean-disp
                       "   std dev " sigma-disp
                       delimited by size into cap-line
                end-string.
                write cap-line.
                move p10-value to value-disp.
                move p50-value to value-disp-2.
                move p90-value to value-disp-3.
                move spaces to cap-line.
                string "  P10 " value-disp "   P50 " value-disp-2
                       "   P90 " value-disp-3
                       delimited by size into cap-line
                end-string.
                write cap-line.
                move near-low-pct to pct-disp.
                move near-high-pct to pct-disp-2.
                move spaces to cap-line.
                string "  near low edge " pct-disp
                       "%   near high edge " pct-disp-2 "%"
                       delimited by size into cap-line
                end-string.
                write cap-line.
                move spaces to cap-line.
                move 1 to line-ptr.
                if cap-ok = "N"
                    string "  Cp    n/a   Cpk     n/a"
                           "  (no spread to judge)"
                           delimited by size
                           into cap-line with pointer line-ptr
                    end-string
                else
                    move cp to cp-disp
                    move cpk to cpk-disp
                    string "  Cp " cp-disp "   Cpk " cpk-disp
                           delimited by size
                           into cap-line with pointer line-ptr
                    end-string
                    if cpk < min-cpk
                        add 1 to stations-flagged
                        string "   ** BELOW MINIMUM " min-cpk-disp
                               delimited by size
                               into cap-line with pointer line-ptr
                        end-string
                    end-if
                end-if.
                write cap-line.
                perform write-histogram.
                load-station-buckets.
                perform varying vv from 1 by 1 until vv > 10000
                    move 0 to val-count(vv)
                end-perform.
                move 0 to n.
                move 0 to value-sum.
                move 10000 to min-vv.
                move 1 to max-vv.
                open input readings-file.
                if readings-file-status = "00"
                    perform start-period
                    perform until readings-file-status not = "00"
                            or rdet-date > to-date
                        if rdet-seq > 0
                                and rdet-station = station-id
                            compute vv = rdet-value * 10 + 1
                            add 1 to val-count(vv)
                            add 1 to n
                            add rdet-value to value-sum
                            if vv < min-vv
                                move vv to min-vv
                            end-if
                            if vv > max-vv
                                move vv to max-vv
                            end-if
                        end-if
                        perform read-next-detail
                    end-perform
                    close readings-file
                end-if.
      *         the station's own band when the master names one,
      *         the plant's LIMITS.DAT band otherwise
                set-station-band.
                move 0 to mast-found.
                perform varying f from 1 by 1 until f > mast-count
                    if mast-code(f) = station-id
                        move f to mast-found
                    end-if
                end-perform.
                if mast-found > 0
                    move mast-low(mast-found) to band-low
                    move mast-high(mast-found) to band-high
                    move "master" to band-source
                else
                    move tol-low to band-low
                    move tol-high to band-high
                    move "limits" to band-source
                end-if.
      *         mean and sample standard deviation
                compute-spread.
                move 0 to mean-work.
                move 0 to sigma.
                if n > 0
                    divide value-sum by n giving mean-work rounded
                end-if.
                if n > 1
                    move 0 to sq-sum
                    perform varying vv from min-vv by 1
                            until vv > max-vv
                        if val-count(vv) > 0
                            compute bucket-value = (vv - 1) / 10
                            compute dev = bucket-value - mean-work
                            compute sq-sum = sq-sum
                                + (val-count(vv) * dev * dev)
                        end-if
                    end-perform
                    compute n-less-one = n - 1
                    compute variance-val rounded = sq-sum / n-less-one
                    perform compute-sigma
                end-if.
                compute-sigma.
                if variance-val = 0
                    move 0 to sigma
                else
                    compute sigma = (variance-val / 2) + 1
                    perform sigma-step 20 times
                end-if.
                sigma-step.
                compute sigma-new rounded =
                    (sigma + (variance-val / sigma)) / 2.
                move sigma-new to sigma.
                compute-percentiles.
                move 10 to pct-wanted.
                perform find-percentile.
                move pct-value to p10-value.
                move 50 to pct-wanted.
                perform find-percentile.
                move pct-value to p50-value.
                move 90 to pct-wanted.
                perform find-percentile.
                move pct-value to p90-value.
      *         nearest rank - the smallest value with at least
      *         pct-wanted percent of the readings at or below it
                find-percentile.
                move 0 to pct-value.
                if n > 0
                    compute rank-wanted = (n * pct-wanted + 99) / 100
                    if rank-wanted = 0
                        move 1 to rank-wanted
                    end-if
                    move 0 to cum-count
                    perform varying vv from min-vv by 1
                            until vv > max-vv
                                or cum-count >= rank-wanted
                        add val-count(vv) to cum-count
                        if cum-count >= rank-wanted
                            compute pct-value = (vv - 1) / 10
                        end-if
                    end-perform
                end-if.
                compute-edge-shares.
                move 0 to near-low.
                move 0 to near-high.
                move 0 to near-low-pct.
                move 0 to near-high-pct.
                compute band-width = band-high - band-low.
                compute edge-margin = band-width * edge-pct / 100.
                if n > 0
                    perform varying vv from min-vv by 1
                            until vv > max-vv
                        if val-count(vv) > 0
                            compute bucket-value = (vv - 1) / 10
                            if bucket-value <= band-low + edge-margin
                                add val-count(vv) to near-low
                            end-if
                            if bucket-value + edge-margin >= band-high
                                add val-count(vv) to near-high
                            end-if
                        end-if
                    end-perform
                    compute near-low-pct rounded = near-low * 100 / n
                    compute near-high-pct rounded =
                        near-high * 100 / n
                end-if.
      *         Cp is the band over six sigma; Cpk the nearer edge's
      *         distance from the mean over three sigma
                compute-capability.
                move "N" to cap-ok.
                move 0 to cp.
                move 0 to cpk.
                if sigma > 0
                    move "Y" to cap-ok
                    compute three-sigma = 3 * sigma
                    compute six-sigma = 6 * sigma
                    compute cp rounded = band-width / six-sigma
                    compute cpk-upper rounded =
                        (band-high - mean-work) / three-sigma
                    compute cpk-lower rounded =
                        (mean-work - band-low) / three-sigma
                    if cpk-upper < cpk-lower
                        move cpk-upper to cpk
                    else
                        move cpk-lower to cpk
                    end-if
                end-if.
                write-histogram.
                if n > 0
                    compute span = max-vv - min-vv + 1
                    compute bin-width = (span + 9) / 10
                    move 0 to bin-max
                    move min-vv to bin-lo
                    perform until bin-lo > max-vv
                        perform count-one-bin
                        if bin-count > bin-max
                            move bin-count to bin-max
                        end-if
                        add bin-width to bin-lo
                    end-perform
                    move min-vv to bin-lo
                    perform until bin-lo > max-vv
                        perform count-one-bin
                        perform write-one-bin
                        add bin-width to bin-lo
                    end-perform
                end-if.
                count-one-bin.
                compute bin-hi = bin-lo + bin-width - 1.
                if bin-hi > max-vv
                    move max-vv to bin-hi
                end-if.
                move 0 to bin-count.
                perform varying vv from bin-lo by 1 until vv > bin-hi
                    add val-count(vv) to bin-count
                end-perform.
                write-one-bin.
                compute bucket-value = (bin-lo - 1) / 10.
                move bucket-value to value-disp.
                compute bucket-value = (bin-hi - 1) / 10.
                move bucket-value to value-disp-2.
                move bin-count to count-disp.
                move spaces to cap-line.
                move 1 to line-ptr.
                string "    " value-disp " - " value-disp-2 " "
                       count-disp "  "
                       delimited by size
                       into cap-line with pointer line-ptr
                end-string.
                if bin-count > 0
                    compute bar-len = bin-count * 40 / bin-max
                    if bar-len = 0
                        move 1 to bar-len
                    end-if
                    string bar-stars(1:bar-len) delimited by size
                           into cap-line with pointer line-ptr
                    end-string
                end-if.
                write cap-line.
                read-limits.
                open input limits-file.
                if limits-file-status = "00"
                    read limits-file
                        at end move spaces to limits-line
                    end-read
                    move limits-line to band-text
                    perform parse-band-text
                    if band-ok = "Y"
                        move band-parse-low to tol-low
                        move band-parse-high to tol-high
                    end-if
                    close limits-file
                end-if.
                read-station-master.
                open input stnmast-file.
                if stnmast-file-status = "00"
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read stnmast-file
                            at end move "Y" to copy-eof
                            not at end perform apply-stnmast-line
                        end-read
                    end-perform
                    close stnmast-file
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
                display "capbrpt: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program capbrpt.

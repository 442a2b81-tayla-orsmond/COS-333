           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  rdgutil.
      *    backup and recovery for the keyed files of record, the
      *    readings detail (READINGS.DAT) and the daily statistics
      *    master (STATMAST.DAT), driven by UTILCARD.DAT:
      *      UNLOAD  copies either file out to a dated sequential
      *              backup with a count and hash trailer (rdgunld)
      *      RELOAD  loads a backup into a fresh keyed file, once
      *              the whole backup has been proved against its
      *              trailer - a short or garbled backup loads
      *              nothing, and the file it would have replaced
      *              is unloaded first, so a reload can be undone
      *      REBUILD recomputes every day, shift and station row of
      *              the master from the readings detail, posted
      *              through statpost exactly as the daily run posts
      *    so a damaged file is recovered without a disk image or
      *    a month of reruns from extracts that may be long gone.
      *    Every operation goes on the run audit log; what was done
      *    is listed on RDGUTIL.TXT
           environment division.
                input-output section.
                file-control.
      *             one operation per card, done in card order:
      *               UNLOAD   READINGS    or   UNLOAD   STATMAST
      *               RELOAD   <backup file name>
      *               REBUILD  STATMAST
      *             keyword in columns 1-8, value from column 10;
      *             blank lines and lines starting "*" are remarks
                    select utilcard-file assign to "UTILCARD.DAT"
                        organization is line sequential
                        file status is utilcard-file-status.
                    select util-report-file assign to "RDGUTIL.TXT"
                        organization is line sequential
                        file status is util-report-file-status.
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
      *             a backup written by rdgunld, named on the card
                    select backup-file
                        assign to dynamic backup-file-name
                        organization is line sequential
                        file status is backup-file-status.
      *             the run audit log - read for each day's reject
      *             and excluded counts on a rebuild, extended with
      *             one row per reload and rebuild
                    select audit-file assign to "RUNAUDIT.DAT"
                        organization is line sequential
                        file status is audit-file-status.
                    select pendpost-file assign to "PENDPOST.DAT"
                        organization is line sequential
                        file status is pendpost-file-status.
           data division.
                file section.
                fd  utilcard-file.
                01 utilcard-line pic x(40).
                fd  util-report-file.
                01 util-line pic x(100).
                fd  readings-file.
                copy "readdet.cpy".
                fd  master-file.
                copy "statmast.cpy".
                fd  backup-file.
      *             rdgunld's layout: "HDR" line naming the file,
      *             one record image per line, "TRL" line with the
      *             record count in 5-13, the value hash in 15-27 and
      *             the key date hash in 29-43
                01 backup-line pic x(80).
                fd  audit-file.
                01 audit-line pic x(400).
                fd  pendpost-file.
                01 pendpost-record pic x(77).
                working-storage section.
                01 utilcard-file-status pic xx.
                01 util-report-file-status pic xx.
                01 readings-file-status pic xx.
                01 master-file-status pic xx.
                01 backup-file-status pic xx.
                01 audit-file-status pic xx.
                01 pendpost-file-status pic xx.
                01 backup-file-name pic x(30).
                01 copy-eof pic x value "N".
                01 source-eof pic x.
                01 clock-date-yyyymmdd pic 9(8).
                01 audit-start-date pic 9(8).
                01 audit-start-time pic 9(8).
                01 audit-end-date pic 9(8).
                01 audit-end-time pic 9(8).
                01 cards-done pic 9(4) value 0.
                01 util-status pic xx.
      *         a backup as proved on the first pass of a reload:
      *         the file its header names, what its records add up
      *         to, and what its trailer says they should
                01 backup-file-id pic x(8).
                01 backup-header-ok pic x.
                01 backup-trailer-seen pic x.
                01 backup-garbled pic 9(9).
                01 backup-records pic 9(9).
                01 backup-value-hash pic 9(11)v99.
                01 backup-date-hash pic 9(15).
      *         the trailer line laid over rdgunld's layout
                01 trailer-image.
                   05 filler pic x(4).
                   05 trailer-records pic 9(9).
                   05 filler pic x.
                   05 trailer-value-hash pic 9(11)v99.
                   05 filler pic x.
                   05 trailer-date-hash pic 9(15).
                   05 filler pic x(37).
                01 records-loaded pic 9(9).
                01 records-refused pic 9(9).
                01 reload-reason pic x(50).
      *         the day being rebuilt, gathered off the detail file
      *         in key order - the order the day's run booked its
      *         readings, so the mode ties come out the way the run
      *         itself wrote them
                01 group-open pic x.
                01 group-date pic 9(8).
                01 group-shift pic x(2).
                01 details-read pic 9(9).
                01 days-rebuilt pic 9(6).
                01 rows-posted pic 9(9).
                01 readings-dropped pic 9(6).
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
                01 reading-edit pic 999.9.
                01 line-ptr pic 9(4).
                01 master-outcome pic xx.
      *         each run's reject and excluded counts, off its audit
      *         row - they belong to the plant-wide row and the
      *         detail file doesn't carry them; a rerun's later row
      *         replaces the first, and a day with no row gets zero
                01 runlist.
                   05 run-count pic 9(4) value 0.
                   05 run-entry occurs 1 to 4000 times
                         depending on run-count.
                      10 run-date pic x(8).
                      10 run-shift pic x(2).
                      10 run-rejects pic 9(4).
                      10 run-excluded pic 9(4).
                01 r pic 9(4).
                01 run-found pic 9(4).
                01 runs-full-told pic x value "N".
                01 keep-reject-count pic 9(4).
                01 keep-excluded-count pic 9(4).
      *         audit row scan - keyword/value tokens, with a
      *         missing shift collapsing to the next keyword, the
      *         same reading monthend applies
                01 audit-eof pic x.
                01 scan-ptr pic 9(4).
                01 token pic x(30).
                01 last-kw pic x(10).
                01 audit-date pic x(8).
                01 audit-shift pic x(2).
                01 audit-mode pic x.
                01 audit-auth pic x.
                01 audit-skipped pic x(4).
                01 audit-excluded pic x(4).
                copy "postarea.cpy".
                copy "unldarea.cpy".
                copy "compcode.cpy".

           procedure division.
                perform begin.
                begin.
                accept clock-date-yyyymmdd from date yyyymmdd.
                open output util-report-file.
                if util-report-file-status not = "00"
                    display "rdgutil: unable to open RDGUTIL.TXT, "
                            "status " util-report-file-status
                    move 12 to raise-code
                    move "RDGUTIL.TXT could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move spaces to util-line.
                string "Readings and master utility : "
                       clock-date-yyyymmdd(1:4) "-"
                       clock-date-yyyymmdd(5:2) "-"
                       clock-date-yyyymmdd(7:2)
                       delimited by size into util-line
                end-string.
                write util-line.
                open input utilcard-file.
                if utilcard-file-status not = "00"
                    display "rdgutil: no UTILCARD.DAT, status "
                            utilcard-file-status "; nothing done"
                    move 8 to raise-code
                    move "no UTILCARD.DAT - nothing done"
                        to raise-reason
                    perform raise-completion
                else
                    move "N" to copy-eof
                    perform until copy-eof = "Y"
                        read utilcard-file
                            at end move "Y" to copy-eof
                            not at end perform apply-utilcard
                        end-read
                    end-perform
                    close utilcard-file
                end-if.
                move spaces to util-line.
                write util-line.
                move spaces to util-line.
                string cards-done " operation(s) done"
                       delimited by size into util-line
                end-string.
                write util-line.
                close util-report-file.
                display "rdgutil: " cards-done " operation(s) done".
                perform finish-completion.
                stop run.
                apply-utilcard.
                if utilcard-line = spaces
                        or utilcard-line(1:1) = "*"
                    continue
                else
                if utilcard-line(1:8) = "UNLOAD"
                    if utilcard-line(10:8) = "READINGS"
                            or utilcard-line(10:8) = "STATMAST"
                        add 1 to cards-done
                        move utilcard-line(10:8) to unload-file
                        perform unload-one-file
                        if unload-status not = "00"
                            move 12 to raise-code
                            move "unload failed - no backup taken"
                                to raise-reason
                            perform raise-completion
                        end-if
                    else
                        perform refuse-card
                    end-if
                else
                if utilcard-line(1:8) = "RELOAD"
                    if utilcard-line(10:30) not = spaces
                        add 1 to cards-done
                        move utilcard-line(10:30) to backup-file-name
                        perform reload-backup
                    else
                        perform refuse-card
                    end-if
                else
                if utilcard-line(1:8) = "REBUILD"
                    if utilcard-line(10:8) = "STATMAST"
                        add 1 to cards-done
                        perform rebuild-master
                    else
                        perform refuse-card
                    end-if
                else
                    perform refuse-card
                end-if
                end-if
                end-if
                end-if.
                refuse-card.
                display "apply-utilcard: card not understood, "
                        "ignored : " utilcard-line.
                move spaces to util-line.
                string "  ** card ignored : " utilcard-line
                       delimited by size into util-line
                end-string.
                write util-line.
                move 4 to raise-code.
                move "card not understood, ignored" to raise-reason.
                perform raise-completion.
      *         rdgunld takes the backup and logs it; the result is
      *         listed here
                unload-one-file.
                move "rdgutil" to unload-source.
                move spaces to unload-status.
                call "rdgunld" using unload-area
                    on exception
                        move "NA" to unload-status
                end-call.
                move spaces to util-line.
                if unload-status = "00"
                    string "  unload " unload-file " to "
                           delimited by size
                           unload-backup-name delimited by " "
                           " : " unload-records " record(s), hash "
                           unload-value-hash
                           delimited by size into util-line
                    end-string
                else
                    string "  ** unload " unload-file
                           " failed, status " unload-status
                           delimited by size into util-line
                    end-string
                    display "unload-one-file: unload of "
                            unload-file " failed, status "
                            unload-status
                end-if.
                write util-line.
      *         the whole backup is proved against its own trailer
      *         before anything is replaced; only then is the file
      *         it names unloaded as it stands and loaded afresh
                reload-backup.
                accept audit-start-date from date yyyymmdd.
                accept audit-start-time from time.
      *         until the header names it, so the audit row still
      *         reads as word pairs
                move "UNKNOWN" to backup-file-id.
                move 0 to records-loaded.
                move 0 to records-refused.
                move 0 to trailer-value-hash.
                move spaces to reload-reason.
                perform prove-backup.
                if reload-reason = spaces
                    move backup-file-id to unload-file
                    perform unload-one-file
                    if unload-status not = "00"
                            and unload-status not = "35"
      *                 the file being replaced is usually the one
      *                 that's damaged - it may well not unload
                        move spaces to util-line
                        string "  ** " backup-file-id
                               " could not be unloaded first - "
                               "reloading regardless"
                               delimited by size into util-line
                        end-string
                        write util-line
                    end-if
                    perform load-backup
                end-if.
                move spaces to util-line.
                if reload-reason = spaces
                    move "00" to util-status
                    string "  reload " backup-file-id " from "
                           delimited by size
                           backup-file-name delimited by " "
                           " : " records-loaded " record(s) loaded"
                           delimited by size into util-line
                    end-string
                else
                    string "  ** reload from " delimited by size
                           backup-file-name delimited by " "
                           " refused : " reload-reason
                           delimited by size into util-line
                    end-string
                    display "reload-backup: " reload-reason
                    move 12 to raise-code
                    move "reload refused or incomplete"
                        to raise-reason
                    perform raise-completion
                end-if.
                write util-line.
                move "L" to audit-mode.
                move backup-file-id to unload-file.
                move backup-file-name to unload-backup-name.
                move records-loaded to unload-records.
                move trailer-value-hash to unload-value-hash.
                perform write-audit.
                prove-backup.
                move "N" to backup-header-ok.
                move "N" to backup-trailer-seen.
                move 0 to backup-garbled.
                move 0 to backup-records.
                move 0 to backup-value-hash.
                move 0 to backup-date-hash.
                open input backup-file.
                if backup-file-status not = "00"
                    string "no such backup, status "
                           backup-file-status
                           delimited by size into reload-reason
                    end-string
                    move backup-file-status to util-status
                else
                    read backup-file
                        at end continue
                    end-read
                    if backup-file-status = "00"
                            and backup-line(1:4) = "HDR "
                            and (backup-line(5:8) = "READINGS"
                              or backup-line(5:8) = "STATMAST")
                        move "Y" to backup-header-ok
                        move backup-line(5:8) to backup-file-id
                        move "N" to source-eof
                        perform until source-eof = "Y"
                            read backup-file
                                at end move "Y" to source-eof
                                not at end perform prove-one-line
                            end-read
                        end-perform
                    end-if
                    close backup-file
                    perform judge-backup
                end-if.
      *         anything after the trailer, or a record image that
      *         isn't one, makes the whole backup suspect
                prove-one-line.
                if backup-trailer-seen = "Y"
                    add 1 to backup-garbled
                else
                if backup-line(1:4) = "TRL "
                    move "Y" to backup-trailer-seen
                    move backup-line to trailer-image
                    if trailer-records is not numeric
                            or trailer-value-hash is not numeric
                            or trailer-date-hash is not numeric
                        move 0 to trailer-records
                        move 0 to trailer-value-hash
                        move 0 to trailer-date-hash
                        add 1 to backup-garbled
                    end-if
                else
                if backup-file-id = "READINGS"
                    move backup-line to rdet-record
                    if rdet-date is numeric and rdet-seq is numeric
                            and rdet-value is numeric
                        add 1 to backup-records
                        add rdet-value to backup-value-hash
                        add rdet-date to backup-date-hash
                    else
                        add 1 to backup-garbled
                    end-if
                else
                    move backup-line to master-record
                    if master-date is numeric
                            and master-read-count is numeric
                            and master-mean is numeric
                        add 1 to backup-records
                        add master-mean to backup-value-hash
                        add master-date to backup-date-hash
                    else
                        add 1 to backup-garbled
                    end-if
                end-if
                end-if
                end-if.
                judge-backup.
                if backup-header-ok = "N"
                    move "no READINGS/STATMAST header line"
                        to reload-reason
                    move "HD" to util-status
                else
                if backup-trailer-seen = "N"
                    move "no trailer - backup is incomplete"
                        to reload-reason
                    move "TR" to util-status
                else
                if backup-garbled > 0
                    string backup-garbled " garbled line(s)"
                           delimited by size into reload-reason
                    end-string
                    move "TR" to util-status
                else
                if backup-records not = trailer-records
                        or backup-value-hash not = trailer-value-hash
                        or backup-date-hash not = trailer-date-hash
                    string "trailer doesn't match - "
                           backup-records " record(s) found"
                           delimited by size into reload-reason
                    end-string
                    move "TR" to util-status
                end-if
                end-if
                end-if
                end-if.
      *         open output builds the keyed file afresh; a record
      *         that won't go on is counted, and any makes the
      *         reload incomplete
                load-backup.
                open input backup-file.
                if backup-file-id = "READINGS"
                    open output readings-file
                    move readings-file-status to util-status
                else
                    open output master-file
                    move master-file-status to util-status
                end-if.
                if util-status not = "00"
                    string "unable to create " backup-file-id
                           ", status " util-status
                           delimited by size into reload-reason
                    end-string
                else
                    read backup-file
                        at end continue
                    end-read
                    move "N" to source-eof
                    perform until source-eof = "Y"
                        read backup-file
                            at end move "Y" to source-eof
                            not at end perform load-one-line
                        end-read
                    end-perform
                    if backup-file-id = "READINGS"
                        close readings-file
                    else
                        close master-file
                    end-if
                    if records-refused > 0
                        string records-refused
                               " record(s) would not load"
                               delimited by size into reload-reason
                        end-string
                        move "LD" to util-status
                    end-if
                end-if.
                close backup-file.
                load-one-line.
                if backup-line(1:4) = "TRL "
                    move "Y" to source-eof
                else
                    if backup-file-id = "READINGS"
                        move backup-line to rdet-record
                        write rdet-record
                            invalid key add 1 to records-refused
                            not invalid key add 1 to records-loaded
                        end-write
                    else
                        move backup-line to master-record
                        write master-record
                            invalid key add 1 to records-refused
                            not invalid key add 1 to records-loaded
                        end-write
                    end-if
                end-if.
      *         the master as it stands is unloaded first, then
      *         emptied and posted afresh one day at a time - plant
      *         row, then station rows - off the detail file
                rebuild-master.
                accept audit-start-date from date yyyymmdd.
                accept audit-start-time from time.
                move 0 to details-read.
                move 0 to days-rebuilt.
                move 0 to rows-posted.
                move 0 to readings-dropped.
                move "--" to master-outcome.
                move "00" to util-status.
                move "STATMAST" to unload-file.
                perform unload-one-file.
                if unload-status not = "00"
                        and unload-status not = "35"
                    move spaces to util-line
                    string "  ** STATMAST could not be unloaded "
                           "first - rebuilding regardless"
                           delimited by size into util-line
                    end-string
                    write util-line
                end-if.
                perform load-run-counts.
                open input readings-file.
                if readings-file-status not = "00"
                    move readings-file-status to util-status
                    move spaces to util-line
                    string "  ** rebuild refused : no READINGS.DAT, "
                           "status " readings-file-status
                           ", STATMAST left as it was"
                           delimited by size into util-line
                    end-string
                    write util-line
                    display "rebuild-master: no READINGS.DAT, status "
                            readings-file-status
                    move 12 to raise-code
                    move "rebuild refused - no READINGS.DAT"
                        to raise-reason
                    perform raise-completion
                else
                    open output master-file
                    move master-file-status to util-status
                    close master-file
                    if util-status not = "00"
                        move spaces to util-line
                        string "  ** rebuild refused : STATMAST "
                               "could not be emptied, status "
                               util-status
                               delimited by size into util-line
                        end-string
                        write util-line
                        move 12 to raise-code
                        move "rebuild refused - STATMAST not emptied"
                            to raise-reason
                        perform raise-completion
                    else
                        perform rebuild-from-detail
                    end-if
                    close readings-file
                end-if.
                move "B" to audit-mode.
                move "STATMAST" to unload-file.
                move spaces to unload-backup-name.
                move rows-posted to unload-records.
                move 0 to unload-value-hash.
                perform write-audit.
                rebuild-from-detail.
                move "N" to group-open.
                move "N" to source-eof.
                perform until source-eof = "Y"
                    read readings-file next
                        at end move "Y" to source-eof
                        not at end perform take-rebuild-detail
                    end-read
                    if readings-file-status not = "00"
                            and readings-file-status not = "10"
                        move readings-file-status to util-status
                        move "Y" to source-eof
                    end-if
                end-perform.
                if group-open = "Y"
                    perform post-group
                end-if.
                move spaces to util-line.
                string "  rebuild STATMAST : " days-rebuilt
                       " day(s), " rows-posted " row(s) posted from "
                       details-read " reading(s), post "
                       master-outcome
                       delimited by size into util-line
                end-string.
                write util-line.
                if util-status not = "00"
                    move spaces to util-line
                    string "  ** READINGS.DAT read stopped, status "
                           util-status " - later days not rebuilt"
                           delimited by size into util-line
                    end-string
                    write util-line
                    move 12 to raise-code
                    move "rebuild incomplete - READINGS read failed"
                        to raise-reason
                    perform raise-completion
                end-if.
                if readings-dropped > 0
                    move spaces to util-line
                    string "  ** " readings-dropped " reading(s) "
                           "past 200 in a day left out"
                           delimited by size into util-line
                    end-string
                    write util-line
                    move 8 to raise-code
                    move "reading(s) past 200 a day left out"
                        to raise-reason
                    perform raise-completion
                end-if.
                take-rebuild-detail.
                add 1 to details-read.
                if group-open = "Y"
                    if rdet-date not = group-date
                            or rdet-shift not = group-shift
                        perform post-group
                    end-if
                end-if.
                if group-open = "N"
                    move rdet-date to group-date
                    move rdet-shift to group-shift
                    move 0 to arr-count
                    move 0 to station-count
                    move "Y" to group-open
                end-if.
      *         sequence zero is the "ran empty" marker - the day
      *         still gets its plant row, with no readings
                if rdet-seq > 0
                    if arr-count < 200
                        add 1 to arr-count
                        move rdet-value to arr(arr-count)
                        move rdet-station to stn-tag(arr-count)
                        move rdet-station to station-id
                        perform note-station
                    else
                        add 1 to readings-dropped
                    end-if
                end-if.
                post-group.
                move 0 to keep-reject-count.
                move 0 to keep-excluded-count.
                move 0 to run-found.
                perform varying r from 1 by 1 until r > run-count
                    if run-date(r) = group-date
                            and run-shift(r) = group-shift
                        move r to run-found
                    end-if
                end-perform.
                if run-found > 0
                    move run-rejects(run-found) to keep-reject-count
                    move run-excluded(run-found)
                        to keep-excluded-count
                end-if.
                perform modefunction.
                perform compute-statistics.
                perform write-master.
                add 1 to days-rebuilt.
                move "N" to group-open.
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
      *         every completed run's reject and excluded counts; a
      *         refused request wrote nothing, and an adjustment or
      *         resend row carries no counts
                load-run-counts.
                move 0 to run-count.
                open input audit-file.
                if audit-file-status not = "00"
                    move spaces to util-line
                    string "  ** no RUNAUDIT.DAT, status "
                           audit-file-status
                           " - reject and excluded counts set to zero"
                           delimited by size into util-line
                    end-string
                    write util-line
                    move 4 to raise-code
                    move "no RUNAUDIT.DAT - counts set to zero"
                        to raise-reason
                    perform raise-completion
                else
                    move "N" to audit-eof
                    perform until audit-eof = "Y"
                        read audit-file
                            at end move "Y" to audit-eof
                            not at end perform keep-run-counts
                        end-read
                    end-perform
                    close audit-file
                end-if.
                keep-run-counts.
                perform parse-audit-row.
                if (audit-mode = "N" or audit-mode = "R")
                        and audit-auth not = "R"
                        and audit-date is numeric
                        and audit-skipped is numeric
                        and audit-excluded is numeric
                    move 0 to run-found
                    perform varying r from 1 by 1 until r > run-count
                        if run-date(r) = audit-date
                                and run-shift(r) = audit-shift
                            move r to run-found
                        end-if
                    end-perform
                    if run-found = 0
                        if run-count < 4000
                            add 1 to run-count
                            move run-count to run-found
                            move audit-date to run-date(run-found)
                            move audit-shift to run-shift(run-found)
                        else
                            if runs-full-told = "N"
                                display "load-run-counts: more than "
                                        "4000 runs, the rest get "
                                        "zero counts"
                                move "Y" to runs-full-told
                            end-if
                        end-if
                    end-if
                    if run-found > 0
                        move audit-skipped to run-rejects(run-found)
                        move audit-excluded
                            to run-excluded(run-found)
                    end-if
                end-if.
      *         the audit row is keyword/value pairs; a shiftless
      *         run leaves the shift keyword followed straight by
      *         the next keyword, so a value that names a keyword
      *         means "no value"
                parse-audit-row.
                move spaces to audit-date.
                move spaces to audit-shift.
                move spaces to audit-mode.
                move spaces to audit-auth.
                move spaces to audit-skipped.
                move spaces to audit-excluded.
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
      *             the business date the run booked to overrides
      *             the clock date on "start" - rows logged before
      *             the business date existed only carry the latter
                    if last-kw = "date"
                        move token(1:8) to audit-date
                    end-if
                    if last-kw = "shift"
                        move token(1:2) to audit-shift
                    end-if
                    if last-kw = "mode"
                        move token(1:1) to audit-mode
                    end-if
                    if last-kw = "auth"
                        move token(1:1) to audit-auth
                    end-if
                    if last-kw = "skipped"
                        move token(1:4) to audit-skipped
                    end-if
                    if last-kw = "excluded"
                        move token(1:4) to audit-excluded
                    end-if
                    move spaces to last-kw
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
      *         plant-wide row first, then one row per station the
      *         day heard from - the same order the daily run and
      *         rdgadj post in
                write-master.
                move group-date to post-date.
                move group-shift to post-shift.
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
                    add 1 to rows-posted
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
                            "; posting LOST - run REBUILD again "
                            "once the master is healthy"
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
      *         one row per reload ("L") or rebuild ("B"); unloads
      *         are logged by rdgunld itself
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
                           " mode " audit-mode
                           " source rdgutil"
                           " file " unload-file
                           delimited by size
                           into audit-line with pointer line-ptr
                    end-string
                    if audit-mode = "L"
                        string " backup " delimited by size
                               unload-backup-name delimited by " "
                               " records " delimited by size
                               unload-records
                               " hash " unload-value-hash
                               delimited by size
                               into audit-line with pointer line-ptr
                        end-string
                    else
                        string " read " details-read
                               " records " unload-records
                               " master " master-outcome
                               delimited by size
                               into audit-line with pointer line-ptr
                        end-string
                    end-if
                    string " status " util-status
                           " code " completion-code
                           delimited by size
                           into audit-line with pointer line-ptr
                    end-string
                    write audit-line
                    close audit-file
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
                display "rdgutil: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program rdgutil.

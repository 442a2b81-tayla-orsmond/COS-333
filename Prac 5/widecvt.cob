           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  widecvt.
      *    one-time conversion of the readings detail file and the
      *    daily statistics master to the decimal reading layout:
      *    a reading now carries up to three digits and one decimal
      *    place, so the detail value, the master's tied modes and
      *    its range all grew, and an indexed file can't change its
      *    record in place - so the operator renames the live
      *    READINGS.DAT to READINGS.OLD and STATMAST.DAT to
      *    STATMAST.OLD, runs this once, and every old record comes
      *    across with its values as nn.0; the old files are left
      *    untouched for fallout.  STATMAST.OLD here must be a
      *    station-keyed master still in two-digit values; a master
      *    keyed without a station goes through statmcvt alone,
      *    which writes the decimal layout itself, and its output
      *    must not come through here again.  Postings parked on
      *    PENDPOST.DAT in the old layout need nothing - repost
      *    re-lays them as it drains the queue
           environment division.
                input-output section.
                file-control.
      *             the pre-conversion detail file, renamed aside by
      *             the operator - two-digit values
                    select old-readings-file assign to "READINGS.OLD"
                        organization is indexed
                        access is dynamic
                        record key is old-rdet-key
                        file status is old-readings-file-status.
      *             the rebuilt detail file in the decimal layout
                    select readings-file assign to "READINGS.DAT"
                        organization is indexed
                        access is random
                        record key is rdet-key
                        file status is readings-file-status.
      *             the pre-conversion master, renamed aside by the
      *             operator - two-digit modes and range
                    select old-master-file assign to "STATMAST.OLD"
                        organization is indexed
                        access is dynamic
                        record key is old-master-key
                        file status is old-master-file-status.
      *             the rebuilt master in the decimal layout
                    select master-file assign to "STATMAST.DAT"
                        organization is indexed
                        access is random
                        record key is master-key
                        file status is master-file-status.
           data division.
                file section.
                fd  old-readings-file.
      *             the detail record as it was before the readings
      *             carried a decimal place
                01 old-rdet-record.
                   05 old-rdet-key.
                      10 old-rdet-date pic 9(8).
                      10 old-rdet-shift pic x(2).
                      10 old-rdet-seq pic 9(3).
                   05 old-rdet-station pic x(3).
                   05 old-rdet-value pic 9(2).
                fd  readings-file.
                copy "readdet.cpy".
                fd  old-master-file.
      *             the master row as it was before the readings
      *             carried a decimal place
                01 old-master-record.
                   05 old-master-key.
                      10 old-master-date pic 9(8).
                      10 old-master-shift pic x(2).
                      10 old-master-station pic x(3).
                   05 old-master-read-count pic 9(4).
                   05 old-master-modes pic x(20).
                   05 old-master-mean pic 9(3)v99.
                   05 old-master-median pic 9(3)v99.
                   05 old-master-range pic 9(2).
                   05 old-master-reject-count pic 9(4).
                   05 old-master-excluded-count pic 9(4).
                fd  master-file.
                copy "statmast.cpy".
                working-storage section.
                01 old-readings-file-status pic xx.
                01 readings-file-status pic xx.
                01 old-master-file-status pic xx.
                01 master-file-status pic xx.
                01 details-read pic 9(7) value 0.
                01 details-written pic 9(7) value 0.
                01 rows-read pic 9(5) value 0.
                01 rows-written pic 9(5) value 0.
      *         which of the two files this run found renamed aside
                01 readings-converted pic x value "N".
                01 master-converted pic x value "N".
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
                copy "compcode.cpy".

           procedure division.
                perform begin.
                begin.
                perform convert-readings.
                perform convert-master.
                if readings-converted = "N"
                        and master-converted = "N"
                    display "widecvt: rename the live READINGS.DAT "
                            "and STATMAST.DAT to READINGS.OLD and "
                            "STATMAST.OLD first - nothing converted"
                    move 12 to raise-code
                    move "nothing converted" to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                if readings-converted = "Y"
                    display "widecvt: " details-read
                            " detail record(s) read, "
                            details-written " written"
                    if details-read not = details-written
                        display "widecvt: *** detail counts differ - "
                                "check the messages above before "
                                "retiring READINGS.OLD"
                        move 8 to raise-code
                        move "detail record(s) not converted"
                            to raise-reason
                        perform raise-completion
                    end-if
                end-if.
                if master-converted = "Y"
                    display "widecvt: " rows-read
                            " master row(s) read, "
                            rows-written " written"
                    if rows-read not = rows-written
                        display "widecvt: *** master counts differ - "
                                "check the messages above before "
                                "retiring STATMAST.OLD"
                        move 8 to raise-code
                        move "master row(s) not converted"
                            to raise-reason
                        perform raise-completion
                    end-if
                end-if.
                perform finish-completion.
                stop run.
      *         every old detail record across under the same key,
      *         its two-digit value now nn.0
                convert-readings.
                open input old-readings-file.
                if old-readings-file-status not = "00"
                    display "widecvt: no READINGS.OLD, status "
                            old-readings-file-status
                            "; detail file not converted"
                else
                    open i-o readings-file
      *             the rebuilt file won't exist yet - create it,
      *             then reopen it for keyed update, the same
      *             bootstrap statpost uses
                    if readings-file-status = "35"
                        open output readings-file
                        close readings-file
                        open i-o readings-file
                    end-if
                    if readings-file-status not = "00"
                        display "widecvt: unable to open "
                                "READINGS.DAT, status "
                                readings-file-status
                                "; detail file not converted"
                        close old-readings-file
                        move 8 to raise-code
                        move "READINGS.DAT could not be opened"
                            to raise-reason
                        perform raise-completion
                    else
                        move "Y" to readings-converted
                        move 0 to old-rdet-date
                        move low-values to old-rdet-shift
                        move 0 to old-rdet-seq
                        start old-readings-file
                                key >= old-rdet-key
                            invalid key continue
                        end-start
                        if old-readings-file-status = "00"
                            perform read-next-old-detail
                            perform until old-readings-file-status
                                    not = "00"
                                perform convert-one-detail
                                perform read-next-old-detail
                            end-perform
                        end-if
                        close old-readings-file
                        close readings-file
                    end-if
                end-if.
                read-next-old-detail.
                read old-readings-file next
                    at end continue
                end-read.
                convert-one-detail.
                add 1 to details-read.
                move old-rdet-date to rdet-date.
                move old-rdet-shift to rdet-shift.
                move old-rdet-seq to rdet-seq.
                move old-rdet-station to rdet-station.
                move old-rdet-value to rdet-value.
                write rdet-record
                    invalid key
                        rewrite rdet-record
                        end-rewrite
                end-write.
                if readings-file-status = "00"
                    add 1 to details-written
                else
                    display "convert-one-detail: record "
                            old-rdet-date " " old-rdet-shift " "
                            old-rdet-seq " not written, status "
                            readings-file-status
                end-if.
      *         every old master row across under the same key, its
      *         modes re-laid and its range now nn.0
                convert-master.
                open input old-master-file.
                if old-master-file-status not = "00"
                    display "widecvt: no STATMAST.OLD, status "
                            old-master-file-status
                            "; master not converted"
                else
                    open i-o master-file
                    if master-file-status = "35"
                        open output master-file
                        close master-file
                        open i-o master-file
                    end-if
                    if master-file-status not = "00"
                        display "widecvt: unable to open "
                                "STATMAST.DAT, status "
                                master-file-status
                                "; master not converted"
                        close old-master-file
                        move 8 to raise-code
                        move "STATMAST.DAT could not be opened"
                            to raise-reason
                        perform raise-completion
                    else
                        move "Y" to master-converted
                        move 0 to old-master-date
                        move low-values to old-master-shift
                        move low-values to old-master-station
                        start old-master-file key >= old-master-key
                            invalid key continue
                        end-start
                        if old-master-file-status = "00"
                            perform read-next-old-row
                            perform until old-master-file-status
                                    not = "00"
                                perform convert-one-row
                                perform read-next-old-row
                            end-perform
                        end-if
                        close old-master-file
                        close master-file
                    end-if
                end-if.
                read-next-old-row.
                read old-master-file next
                    at end continue
                end-read.
                convert-one-row.
                add 1 to rows-read.
                move old-master-date to master-date.
                move old-master-shift to master-shift.
                move old-master-station to master-station.
                move old-master-read-count to master-read-count.
                perform relay-old-modes.
                move old-master-mean to master-mean.
                move old-master-median to master-median.
                move old-master-range to master-range.
                move old-master-reject-count
                    to master-reject-count.
                move old-master-excluded-count
                    to master-excluded-count.
                write master-record
                    invalid key
                        rewrite master-record
                        end-rewrite
                end-write.
                if master-file-status = "00"
                    add 1 to rows-written
                else
                    display "convert-one-row: row "
                            old-master-date " " old-master-shift
                            " " old-master-station
                            " not written, status "
                            master-file-status
                end-if.
      *         the same re-lay repost gives an old parked posting
                relay-old-modes.
                move "Y" to modes-numeric.
                move spaces to new-modes.
                move 1 to mode-ptr.
                move 1 to out-ptr.
                perform until mode-ptr > 20
                    move spaces to mode-token
                    unstring old-master-modes delimited by "/" or " "
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
                    move new-modes to master-modes
                else
                    move old-master-modes to master-modes
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
                display "widecvt: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program widecvt.

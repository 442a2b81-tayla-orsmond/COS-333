           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  statmcvt.
      *    one-time conversion of the daily statistics master from
      *    the oldest layout straight to the current one: the old
      *    master's key was run date plus shift, the new one adds a
      *    station code (spaces on the plant-wide row), and the
      *    readings have since grown a decimal place, so the tied
      *    modes and the range are written in the decimal layout
      *    too.  An indexed file can't change its key or record in
      *    place - so the operator renames the live STATMAST.DAT to
      *    STATMAST.OLD, runs this once, and every old row comes
      *    across as a plant-wide row of the rebuilt master; the
      *    old file is left untouched for fallout.  A master keyed
      *    without a station goes through this program alone - not
      *    through widecvt afterwards, which only takes a
      *    station-keyed master still in two-digit values
           environment division.
                input-output section.
                file-control.
                01 master-file-status pic xx.
                01 rows-read pic 9(5) value 0.
                01 rows-written pic 9(5) value 0.
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
                    display "statmcvt: rename the live "
                            "STATMAST.DAT to STATMAST.OLD first - "
                            "nothing converted"
                    move 12 to raise-code
                    move "STATMAST.OLD could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                open i-o master-file.
                            "status " master-file-status
                            "; nothing converted"
                    close old-master-file
                    move 12 to raise-code
                    move "STATMAST.DAT could not be opened"
                        to raise-reason
                    perform raise-completion
                    perform finish-completion
                    stop run
                end-if.
                move 0 to old-master-date.
                    display "statmcvt: *** counts differ - check "
                            "the messages above before retiring "
                            "STATMAST.OLD"
                    move 8 to raise-code
                    move "row(s) not converted"
                        to raise-reason
                    perform raise-completion
                end-if.
                perform finish-completion.
                stop run.
                read-next-old-row.
                read old-master-file next
                move old-master-shift to master-shift.
                move spaces to master-station.
                move old-master-read-count to master-read-count.
                perform relay-old-modes.
                move old-master-mean to master-mean.
                move old-master-median to master-median.
                move old-master-range to master-range.
                            " not written, status "
                            master-file-status
                end-if.
      *         the same re-lay widecvt gives a station-keyed row
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
                display "statmcvt: completion code " completion-code
                        " " completion-word " - " completion-reason.
                move completion-code to return-code.
                end program statmcvt.

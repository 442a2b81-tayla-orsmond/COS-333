           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  rdgunld.
      *    copies one of the keyed files of record - the readings
      *    detail or the daily statistics master - out to a dated
      *    sequential backup, key order, record images as they
      *    stand: a header naming the file and when it was taken,
      *    then a trailer with the record count and hash totals a
      *    reload proves itself against.  CALLed by rdgutil for an
      *    operator's UNLOAD and by monthend before it trims the
      *    detail file; every unload, good or bad, goes on the run
      *    audit log
           environment division.
                input-output section.
                file-control.
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
      *             RDGBKyyyymmddhhmmss.DAT or STMBK... likewise
                    select backup-file
                        assign to dynamic backup-file-name
                        organization is line sequential
                        file status is backup-file-status.
                    select audit-file assign to "RUNAUDIT.DAT"
                        organization is line sequential
                        file status is audit-file-status.
           data division.
                file section.
                fd  readings-file.
                copy "readdet.cpy".
                fd  master-file.
                copy "statmast.cpy".
                fd  backup-file.
      *             first line "HDR" file date time:
      *               1-3 HDR, 5-12 READINGS or STATMAST, 14-21 date
      *               taken, 23-28 time taken
      *             then one line per record, the record image from
      *             column 1; last line "TRL" count hashes:
      *               1-3 TRL, 5-13 record count, 15-27 value hash
      *               (two implied decimals), 29-43 key date hash
                01 backup-line pic x(80).
                fd  audit-file.
                01 audit-line pic x(400).
                working-storage section.
                01 readings-file-status pic xx.
                01 master-file-status pic xx.
                01 backup-file-status pic xx.
                01 audit-file-status pic xx.
                01 backup-file-name pic x(30).
      *         the first thing that went wrong - the source file
      *         not opening, the backup not opening or not taking a
      *         record, a read that stopped short of end of file
                01 unload-fault pic xx.
                01 backup-prefix pic x(5).
                01 name-taken pic x.
                01 source-eof pic x.
                01 taken-date pic 9(8).
                01 taken-time pic 9(8).
                01 audit-end-date pic 9(8).
                01 audit-end-time pic 9(8).
                01 trailer-line.
                   05 filler pic x(4) value "TRL ".
                   05 trailer-records pic 9(9).
                   05 filler pic x value space.
                   05 trailer-value-hash pic 9(11)v99.
                   05 filler pic x value space.
                   05 trailer-date-hash pic 9(15).
                linkage section.
                copy "unldarea.cpy".
           procedure division using unload-area.
                begin.
                accept taken-date from date yyyymmdd.
                accept taken-time from time.
                move spaces to unload-fault.
                move 0 to unload-records.
                move 0 to unload-value-hash.
                move 0 to unload-date-hash.
                move spaces to unload-backup-name.
                move spaces to backup-file-name.
                if unload-file = "READINGS"
                    move "RDGBK" to backup-prefix
                    perform name-backup
                    perform unload-readings
                else
                    if unload-file = "STATMAST"
                        move "STMBK" to backup-prefix
                        perform name-backup
                        perform unload-master
                    else
                        move "BF" to unload-status
                    end-if
                end-if.
                move backup-file-name to unload-backup-name.
                perform write-audit.
                goback.
      *         a second unload of the same file inside the same
      *         second - a safety copy straight after an operator's
      *         own UNLOAD - would otherwise write over the first
      *         backup, so the name is taken afresh until it is one
      *         not already on disk
                name-backup.
                move "Y" to name-taken.
                perform until name-taken = "N"
                    move spaces to backup-file-name
                    string backup-prefix taken-date taken-time(1:6)
                           ".DAT"
                           delimited by size into backup-file-name
                    end-string
                    open input backup-file
                    if backup-file-status = "00"
                        close backup-file
                        accept taken-date from date yyyymmdd
                        accept taken-time from time
                    else
                        move "N" to name-taken
                    end-if
                end-perform.
                unload-readings.
                open input readings-file.
                if readings-file-status not = "00"
                    move readings-file-status to unload-fault
                else
                    perform open-backup
                    if unload-fault = spaces
                        move "N" to source-eof
                        perform until source-eof = "Y"
                            read readings-file next
                                at end move "Y" to source-eof
                                not at end perform take-reading
                            end-read
                            if readings-file-status not = "00"
                                    and readings-file-status not = "10"
                                move readings-file-status
                                    to unload-fault
                                move "Y" to source-eof
                            end-if
                        end-perform
                        perform close-backup
                    end-if
                    close readings-file
                end-if.
                perform settle-status.
                take-reading.
                move rdet-record to backup-line.
                perform write-backup-line.
                add 1 to unload-records.
                add rdet-value to unload-value-hash.
                add rdet-date to unload-date-hash.
                unload-master.
                open input master-file.
                if master-file-status not = "00"
                    move master-file-status to unload-fault
                else
                    perform open-backup
                    if unload-fault = spaces
                        move "N" to source-eof
                        perform until source-eof = "Y"
                            read master-file next
                                at end move "Y" to source-eof
                                not at end perform take-master-row
                            end-read
                            if master-file-status not = "00"
                                    and master-file-status not = "10"
                                move master-file-status
                                    to unload-fault
                                move "Y" to source-eof
                            end-if
                        end-perform
                        perform close-backup
                    end-if
                    close master-file
                end-if.
                perform settle-status.
                take-master-row.
                move master-record to backup-line.
                perform write-backup-line.
                add 1 to unload-records.
                add master-mean to unload-value-hash.
                add master-date to unload-date-hash.
                open-backup.
                open output backup-file.
                if backup-file-status not = "00"
                    move backup-file-status to unload-fault
                else
                    move spaces to backup-line
                    string "HDR " unload-file " " taken-date " "
                           taken-time(1:6)
                           delimited by size into backup-line
                    end-string
                    perform write-backup-line
                end-if.
                write-backup-line.
                write backup-line.
                if backup-file-status not = "00"
                        and unload-fault = spaces
                    move backup-file-status to unload-fault
                    move "Y" to source-eof
                end-if.
      *         a backup that stopped short of the end of its file
      *         is left without a trailer, so it can never be
      *         reloaded as if it were whole
                close-backup.
                if unload-fault = spaces
                    move unload-records to trailer-records
                    move unload-value-hash to trailer-value-hash
                    move unload-date-hash to trailer-date-hash
                    move trailer-line to backup-line
                    perform write-backup-line
                end-if.
                close backup-file.
                settle-status.
                if unload-fault = spaces
                    move "00" to unload-status
                else
                    move unload-fault to unload-status
                end-if.
                write-audit.
                accept audit-end-date from date yyyymmdd.
                accept audit-end-time from time.
                open extend audit-file.
                if audit-file-status not = "00"
                    open output audit-file
                end-if.
                if audit-file-status not = "00"
                    display "rdgunld: unable to open RUNAUDIT.DAT, "
                            "status " audit-file-status
                else
                    move spaces to audit-line
                    string "start " taken-date "-" taken-time(1:6)
                           " end " audit-end-date "-"
                           audit-end-time(1:6)
                           " mode U"
                           " source " delimited by size
                           unload-source delimited by " "
                           " file " delimited by size
                           unload-file delimited by " "
                           " backup " delimited by size
                           backup-file-name delimited by " "
                           " records " delimited by size
                           unload-records
                           " hash " unload-value-hash
                           " status " unload-status
                           delimited by size into audit-line
                    end-string
                    write audit-line
                    close audit-file
                end-if.
                end program rdgunld.

                fd  master-file.
                copy "statmast.cpy".
                fd  inquiry-report-file.
                01 inquiry-report-line pic x(150).
                working-storage section.
                01 master-file-status pic xx.
                01 inquiry-report-file-status pic xx.
                01 row-line pic x(100).
                01 mean-disp pic zz9.99.
                01 median-disp pic zz9.99.
                01 range-disp pic zz9.9.
                01 date-disp pic x(10).

           procedure division.
                add 1 to rows-found.
                move master-mean to mean-disp.
                move master-median to median-disp.
                move master-range to range-disp.
                move spaces to date-disp.
                string master-date(1:4) "-" master-date(5:2) "-"
                       master-date(7:2)
                       "  modes " master-modes
                       delimited by size into row-line
                end-string.
                display row-line(1:80).
                move spaces to row-line.
                string "            mean " mean-disp
                       "  median " median-disp
                       "  range " range-disp
                       "  rejects " master-reject-count
                       "  excluded " master-excluded-count
                       delimited by size into row-line
                           " modes " master-modes
                           " mean " mean-disp
                           " median " median-disp
                           " range " range-disp
                           " rejects " master-reject-count
                           " excluded " master-excluded-count
                           delimited by size

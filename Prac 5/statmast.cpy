      *         of hunting the archived reports; the system of
      *         record the auditors query instead of hunting the
      *         right STATSyyyymmdd.CSV by name
      *         modes and range carry one decimal place like the
      *         readings themselves - tied modes as "nnn.n/nnn.n",
      *         room for six of them
                01 master-record.
                   05 master-key.
                      10 master-date pic 9(8).
                      10 master-shift pic x(2).
                      10 master-station pic x(3).
                   05 master-read-count pic 9(4).
                   05 master-modes pic x(36).
                   05 master-mean pic 9(3)v99.
                   05 master-median pic 9(3)v99.
                   05 master-range pic 9(3)v9.
                   05 master-reject-count pic 9(4).
                   05 master-excluded-count pic 9(4).

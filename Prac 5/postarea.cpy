      *         one day's results handed to statpost for the keyed
      *         daily statistics master; post-status carries the
      *         master file status back - the same 77 bytes are
      *         parked whole on PENDPOST.DAT when a post fails
                01 posting-area.
                   05 post-date pic 9(8).
                   05 post-shift pic x(2).
      *            spaces for the plant-wide row, a station code for
      *            that station's own row
                   05 post-station pic x(3).
                   05 post-read-count pic 9(4).
                   05 post-modes pic x(36).
                   05 post-mean pic 9(3)v99.
                   05 post-median pic 9(3)v99.
                   05 post-range pic 9(3)v9.
                   05 post-reject-count pic 9(4).
                   05 post-excluded-count pic 9(4).
                   05 post-status pic xx.

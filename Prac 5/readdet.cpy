      *         zero value marks a run that ended with no valid
      *         readings, so consumers can tell "ran empty" from
      *         "never ran"
      *         the value carries one decimal place, wide enough
      *         for the three-digit instruments (104.5); a reading
      *         from a two-digit station is simply nn.0
                01 rdet-record.
                   05 rdet-key.
                      10 rdet-date pic 9(8).
                      10 rdet-shift pic x(2).
                      10 rdet-seq pic 9(3).
                   05 rdet-station pic x(3).
                   05 rdet-value pic 9(3)v9.

      *         one reading's text handed to rdgparse - the part of a
      *         detail line or history token after the station code -
      *         and what it settled to; reading-ok "Y" when the text
      *         was a reading in either layout, the value 0 otherwise
                01 reading-parse.
                   05 reading-text pic x(9).
                   05 reading-ok pic x.
                   05 parsed-value pic 9(3)v9.

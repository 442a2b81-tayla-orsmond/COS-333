      *         one alert handed to alertpost for the shared alert
      *         feed ALERTS.DAT that the paging system polls; the
      *         date is the day the condition belongs to (the run's
      *         business date, the reject's own date), so the same
      *         condition raised again on a later night carries the
      *         same key and an acknowledgement still covers it
                01 alert-area.
      *            the program raising it
                   05 alert-source pic x(10).
      *            the shop completion code scale - 04 warning,
      *            08 error, 12 severe
                   05 alert-severity pic 9(2).
                   05 alert-date pic x(8).
      *            spaces when the condition has no shift or no
      *            single station
                   05 alert-shift pic x(2).
                   05 alert-station pic x(3).
                   05 alert-type pic x(10).
                   05 alert-text pic x(60).
      *            back from alertpost: "00" posted for paging, "AK"
      *            posted but already acknowledged, "NA" when
      *            alertpost itself wasn't there, else the failing
      *            ALERTS.DAT file status
                   05 alert-post-status pic xx.

      *         one unload handed to rdgunld: which keyed file to copy
      *         out and who asked, and back the dated backup written
      *         with the counts its trailer carries
                01 unload-area.
      *            READINGS or STATMAST
                   05 unload-file pic x(8).
      *            the program asking, shown on the audit row
                   05 unload-source pic x(10).
                   05 unload-backup-name pic x(30).
                   05 unload-records pic 9(9).
      *            readings: the sum of the values; master: the sum
      *            of the means
                   05 unload-value-hash pic 9(11)v99.
      *            the sum of every record's key date, so a record
      *            lost or booked to the wrong day shows as well
                   05 unload-date-hash pic 9(15).
      *            "00" unloaded, "35" no such file to unload, "NA"
      *            rdgunld itself wasn't there, "BF" unknown file
      *            name, else the failing file status
                   05 unload-status pic xx.

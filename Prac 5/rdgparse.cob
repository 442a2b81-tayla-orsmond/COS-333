           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  rdgparse.
      *    checks and converts one reading's text for every program
      *    that reads the extract, the history line, a station band
      *    or a checkpoint: a whole number of one to three digits
      *    ("5", "42", "104") as the older stations send it, or the
      *    same with one decimal place ("104.5") as the new
      *    instruments do; the text must end in a space, so a
      *    garbled or run-on value is refused rather than truncated
           environment division.
           data division.
                working-storage section.
      *         the digits the text settles to, laid out as nnnn
      *         tenths
                01 rdg-digits pic x(4).
                01 rdg-number redefines rdg-digits pic 9(3)v9.
                linkage section.
                copy "rdgparse.cpy".
           procedure division using reading-parse.
                begin.
                move "N" to reading-ok.
                move "0000" to rdg-digits.
                if reading-text(1:1) is numeric
                        and reading-text(2:1) = space
                    move reading-text(1:1) to rdg-digits(3:1)
                    move "Y" to reading-ok
                end-if.
                if reading-text(1:2) is numeric
                        and reading-text(3:1) = space
                    move reading-text(1:2) to rdg-digits(2:2)
                    move "Y" to reading-ok
                end-if.
                if reading-text(1:3) is numeric
                        and reading-text(4:1) = space
                    move reading-text(1:3) to rdg-digits(1:3)
                    move "Y" to reading-ok
                end-if.
                if reading-text(1:1) is numeric
                        and reading-text(2:1) = "."
                        and reading-text(3:1) is numeric
                        and reading-text(4:1) = space
                    move reading-text(1:1) to rdg-digits(3:1)
                    move reading-text(3:1) to rdg-digits(4:1)
                    move "Y" to reading-ok
                end-if.
                if reading-text(1:2) is numeric
                        and reading-text(3:1) = "."
                        and reading-text(4:1) is numeric
                        and reading-text(5:1) = space
                    move reading-text(1:2) to rdg-digits(2:2)
                    move reading-text(4:1) to rdg-digits(4:1)
                    move "Y" to reading-ok
                end-if.
                if reading-text(1:3) is numeric
                        and reading-text(4:1) = "."
                        and reading-text(5:1) is numeric
                        and reading-text(6:1) = space
                    move reading-text(1:3) to rdg-digits(1:3)
                    move reading-text(5:1) to rdg-digits(4:1)
                    move "Y" to reading-ok
                end-if.
                if reading-ok = "Y"
                    move rdg-number to parsed-value
                else
                    move 0 to parsed-value
                end-if.
                goback.
                end program rdgparse.

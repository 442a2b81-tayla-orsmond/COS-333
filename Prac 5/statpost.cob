                working-storage section.
                01 master-file-status pic xx.
                linkage section.
      *         the caller's view of one day's results
                copy "postarea.cpy".
           procedure division using posting-area.
                begin.
                open i-o master-file.

      *         shop completion code, handed back to the scheduler as
      *         the job step's return code so a bad night holds the
      *         steps downstream of it:
      *           00 clean   - ran, nothing to look at
      *           04 warning - ran to the end, but something wants
      *                        a look in the morning
      *           08 error   - ran, but part of the work was not
      *                        done or is known to be wrong
      *           12 severe  - stopped, or its output can't be
      *                        trusted; hold everything after it
      *         a program only ever raises its code - the worst
      *         condition met decides, and its words go on the
      *         closing summary line
                01 completion-code pic 9(2) value 0.
                   88 completion-clean value 0.
                   88 completion-warning value 4.
                   88 completion-error value 8.
                   88 completion-severe value 12.
                01 completion-reason pic x(50)
                      value "no exceptions".
                01 completion-word pic x(7).
      *         set both, then perform raise-completion
                01 raise-code pic 9(2).
                01 raise-reason pic x(50).

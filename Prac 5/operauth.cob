           >> SOURCE FORMAT IS FIXED
           identification division.
              program-id.  operauth.
      *    decides whether a request to replace a day's outputs -
      *    a rerun, a rework, or a csv resend - may go ahead: the
      *    requesting operator must be on the operator authority
      *    file with that action allowed, and an approver, where
      *    one is given or needed, must be a different operator
      *    allowed to approve; anything it can't prove is refused,
      *    so a missing or unreadable authority file stops every
      *    such request rather than letting them all through
           environment division.
                input-output section.
                file-control.
      *             operator authority file, maintained by operations
      *             management; blank lines and lines starting "*"
      *             are remarks
                    select operauth-file assign to "OPERAUTH.DAT"
                        organization is line sequential
                        file status is operauth-file-status.
           data division.
                file section.
                fd  operauth-file.
      *             operator id 1-8, name 10-29, then one flag per
      *             action, "Y" when allowed: rerun 31, rework 32,
      *             resend 33, approve another's rerun/rework/resend
      *             34
                01 operauth-line pic x(34).
                working-storage section.
                01 operauth-file-status pic xx.
                01 operauth-eof pic x.
                01 operator-found pic x.
                01 operator-allowed pic x.
                01 approver-found pic x.
                01 approver-allowed pic x.
                linkage section.
                copy "autharea.cpy".
           procedure division using auth-area.
                begin.
                move "R" to auth-result.
                move spaces to auth-reason.
                if auth-operator = spaces
                    string "no OPERATOR card for " delimited by size
                           auth-action delimited by " "
                           into auth-reason
                    end-string
                    goback
                end-if.
                if auth-approver-needed = "Y"
                        and auth-approver = spaces
                    string auth-action delimited by " "
                           " needs an APPROVER card"
                           delimited by size into auth-reason
                    end-string
                    goback
                end-if.
                if auth-approver not = spaces
                        and auth-approver = auth-operator
                    move "approver must be a different operator"
                        to auth-reason
                    goback
                end-if.
                move "N" to operator-found.
                move "N" to operator-allowed.
                move "N" to approver-found.
                move "N" to approver-allowed.
                open input operauth-file.
                if operauth-file-status not = "00"
                    string "no OPERAUTH.DAT, status "
                           operauth-file-status
                           delimited by size into auth-reason
                    end-string
                    goback
                end-if.
                move "N" to operauth-eof.
                perform until operauth-eof = "Y"
                    read operauth-file
                        at end move "Y" to operauth-eof
                        not at end perform check-one-operator
                    end-read
                end-perform.
                close operauth-file.
                if operator-found = "N"
                    string "operator " delimited by size
                           auth-operator delimited by " "
                           " not on OPERAUTH.DAT"
                           delimited by size into auth-reason
                    end-string
                    goback
                end-if.
                if operator-allowed = "N"
                    string "operator " delimited by size
                           auth-operator delimited by " "
                           " not authorised to " delimited by size
                           auth-action delimited by " "
                           into auth-reason
                    end-string
                    goback
                end-if.
                if auth-approver not = spaces
                    if approver-found = "N"
                        string "approver " delimited by size
                               auth-approver delimited by " "
                               " not on OPERAUTH.DAT"
                               delimited by size into auth-reason
                        end-string
                        goback
                    end-if
                    if approver-allowed = "N"
                        string "approver " delimited by size
                               auth-approver delimited by " "
                               " not authorised to approve"
                               delimited by size into auth-reason
                        end-string
                        goback
                    end-if
                end-if.
                move "G" to auth-result.
                goback.
                check-one-operator.
                if operauth-line = spaces
                        or operauth-line(1:1) = "*"
                    continue
                else
                    if operauth-line(1:8) = auth-operator
                        move "Y" to operator-found
                        if (auth-action = "RERUN"
                                and operauth-line(31:1) = "Y")
                            or (auth-action = "REWORK"
                                and operauth-line(32:1) = "Y")
                            or (auth-action = "RESEND"
                                and operauth-line(33:1) = "Y")
                            move "Y" to operator-allowed
                        end-if
                    end-if
                    if auth-approver not = spaces
                            and operauth-line(1:8) = auth-approver
                        move "Y" to approver-found
                        if operauth-line(34:1) = "Y"
                            move "Y" to approver-allowed
                        end-if
                    end-if
                end-if.
                end program operauth.

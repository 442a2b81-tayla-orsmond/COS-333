      *         one request handed to operauth before a run replaces
      *         a day's outputs; the answer comes back in auth-result
      *         and, for a refusal, the reason in auth-reason
                01 auth-area.
      *            RERUN, REWORK or RESEND
                   05 auth-action pic x(6).
                   05 auth-operator pic x(8).
      *            spaces when no APPROVER card was given
                   05 auth-approver pic x(8).
      *            "Y" when the action can't go ahead on the
      *            requester's say-so alone
                   05 auth-approver-needed pic x.
      *            back from operauth: "G" granted, "R" refused
                   05 auth-result pic x.
                   05 auth-reason pic x(50).

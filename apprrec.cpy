      *> apprrec.cpy - shared record layout for the approval queue
      *> (approvals.dat). A write-off over the operator's limit and
      *> every payment reversal - including one that has to pull a
      *> settled debt back out of archive.dat first - is queued here
      *> instead of posting, and only posts when a supervisor other
      *> than the requester approves it. appr-type is W write-off or
      *> R reversal; for a reversal appr-pick is the position of the
      *> bounced "P" row among the debt's payments and
      *> appr-pay-date (YYYYMMDD) its date, so approval can prove it
      *> is still the same row. appr-status is P pending, A approved
      *> or X rejected.
       01 appr-entry.
           02 appr-number pic 9(6).
           02 appr-type pic X.
           02 appr-debt-number pic 9(6).
           02 appr-amount pic 9(5).
           02 appr-reason pic XX.
           02 appr-pick pic 9(3).
           02 appr-pay-date pic 9(8).
           02 appr-reinstate pic 9.
           02 appr-requested-by pic X(8).
           02 appr-requested-date.
               03 appr-req-day pic 99.
               03 appr-req-month pic 99.
               03 appr-req-year pic 9(4).
           02 appr-status pic X.
           02 appr-decided-by pic X(8).
           02 appr-decided-date.
               03 appr-dec-day pic 99.
               03 appr-dec-month pic 99.
               03 appr-dec-year pic 9(4).
           02 appr-filler pic X value X"0A".

       identification division.
       program-id. debtdsp.

      *> Dispute aging report: every dispute still open on
      *> disputes.dat (disprec.cpy), with the debt's name and open
      *> balance from debts.dat, the reason and how many days it has
      *> been outstanding since the debtor raised it, bucketed on
      *> the same 0-30 / 31-60 / 61-90 / 90+ edges as the aging
      *> report. A disputed debt is held from dunning, accrual and
      *> the promise list, so one left open too long is money that
      *> is not being chased; the counts at the foot show how many
      *> sit in each bucket.

       environment division.
       input-output section.
       file-control.
           select disputes-file assign to "disputes.dat"
               organization is indexed
               access mode is sequential
               record key is disp-key
               file status disp-file-status.
           select debts-file assign to "debts.dat"
               organization is indexed
               access mode is dynamic
               record key is debt-number
               file status debt-file-status.

       data division.
       file section.
       fd disputes-file
           data record is disp-entry.
       copy disprec.

       fd debts-file
           data record is debt-entry.
       copy debtrec.

       working-storage section.
       01 disp-file-status pic XX.
       01 debt-file-status pic XX.
       01 disputes-left pic 9 value 1.
           88 no-more-disputes value 0.
       01 debts-open pic 9 value 0.

       01 today-date pic 9(8).
       01 today-integer pic 9(7).
       01 raised-integer pic 9(7).
       01 days-since pic S9(5).
       01 bucket-label pic X(8).
       01 reason-label pic X(14).
       01 debt-label pic X(30).
       01 open-balance pic 9(5).

       01 open-count pic 9(5) value 0.
       01 future-count pic 9(5) value 0.
       01 count-0-30 pic 9(5) value 0.
       01 count-31-60 pic 9(5) value 0.
       01 count-61-90 pic 9(5) value 0.
       01 count-over-90 pic 9(5) value 0.

       procedure division.
           move 0 to return-code
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(today-date)
           display "==== Open disputes by age as of "
               today-date(7:2) "/" today-date(5:2) "/"
               today-date(1:4) " ===="
           display " "
           open input disputes-file
           if disp-file-status not = "00"
               display "No disputes recorded yet."
               goback
           end-if
           open input debts-file
           if debt-file-status = "00"
               move 1 to debts-open
           end-if
           read disputes-file next record
               at end set disputes-left to 0
           end-read
           perform until no-more-disputes
               if disp-is-open
                   perform age-one-dispute
               end-if
               read disputes-file next record
                   at end set disputes-left to 0
               end-read
           end-perform
           close disputes-file
           if debts-open = 1
               close debts-file
           end-if
           perform print-dispute-totals
           goback.

       age-one-dispute.
           add 1 to open-count
           perform fetch-disputed-debt
           perform set-reason-label
           if disp-raised-date is not numeric or disp-raised-date = 0
               move 0 to days-since
           else
               compute raised-integer =
                   function integer-of-date(disp-raised-date)
               compute days-since = today-integer - raised-integer
           end-if
           if days-since < 0
               add 1 to future-count
               display "SKIPPED (future-dated) " disp-debt-number " "
                   debt-label
           else
               perform bucket-this-dispute
               display bucket-label " " disp-debt-number " "
                   debt-label " " open-balance " " debt-currency
                   " (" days-since " days)"
               display "         " reason-label " raised "
                   disp-raised-date(7:2) "/" disp-raised-date(5:2)
                   "/" disp-raised-date(1:4) " by " disp-opened-by
               if disp-note not = spaces
                   display "         note: " disp-note
               end-if
           end-if
           .

      *> a dispute whose debt has since been archived or removed
      *> still prints, so it can be found and closed.
       fetch-disputed-debt.
           move spaces to debt-label
           move spaces to debt-currency
           move 0 to open-balance
           if debts-open = 0
               move "(no debt file)" to debt-label
           else
               move disp-debt-number to debt-number
               read debts-file
                   invalid key
                       move "(debt not on file)" to debt-label
                   not invalid key
                       move name to debt-label
                       compute open-balance =
                           amount - paid - written-off
               end-read
           end-if
           .

       set-reason-label.
           evaluate disp-reason
               when "AM"
                   move "amount wrong" to reason-label
               when "NM"
                   move "not my debt" to reason-label
               when "PD"
                   move "already paid" to reason-label
               when "GS"
                   move "goods/service" to reason-label
               when other
                   move "other" to reason-label
           end-evaluate
           .

       bucket-this-dispute.
           evaluate true
               when days-since <= 30
                   move "0-30" to bucket-label
                   add 1 to count-0-30
               when days-since <= 60
                   move "31-60" to bucket-label
                   add 1 to count-31-60
               when days-since <= 90
                   move "61-90" to bucket-label
                   add 1 to count-61-90
               when other
                   move "90+" to bucket-label
                   add 1 to count-over-90
           end-evaluate
           .

       print-dispute-totals.
           display " "
           if open-count = 0
               display "No open disputes."
           else
               display "==== Open disputes by age bucket ===="
               display "       0-30 days  31-60 days  61-90 days"
                   "    90+ days"
               display "      " count-0-30 "       " count-31-60
                   "       " count-61-90 "       " count-over-90
               if future-count > 0
                   display future-count " future-dated dispute(s)"
                       " not bucketed."
               end-if
               display open-count " open dispute(s)."
           end-if
           .
       end program debtdsp.

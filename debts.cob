               record key is debt-number
               file status debt-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select debtors-file assign to "debtors.dat"
               organization is indexed
               access mode is dynamic
               record key is arch-debt-number
               file status arch-file-status.
           select operators-file assign to "operators.dat"
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status oper-file-status.
           select approvals-file assign to "approvals.dat"
               organization is indexed
               access mode is dynamic
               record key is appr-number
               file status appr-file-status.
           select rates-file assign to "rates.dat"
               organization is line sequential
               file status rate-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.
           select disputes-file assign to "disputes.dat"
               organization is indexed
               access mode is dynamic
               record key is disp-key
               file status disp-file-status.

       data division.
       file section.
       fd archive-file
           data record is arch-entry.
       copy archrec.

       fd operators-file
           data record is oper-entry.
       copy opermst.

       fd approvals-file
           data record is appr-entry.
       copy apprrec.

       fd rates-file
           data record is rate-entry.
       copy ratetab.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       fd disputes-file
           data record is disp-entry.
       copy disprec.
       working-storage section.
       01 oper-file-status pic XX.
       01 appr-file-status pic XX.
       01 operators-left pic 9 value 1.
           88 no-more-operators value 0.
       01 approvals-left pic 9 value 1.
           88 no-more-approvals value 0.
       01 signed-on-id pic X(8) value spaces.
       01 signed-on-name pic X(20) value spaces.
       01 signed-on-role pic X value space.
       01 signed-on-woff-limit pic 9(5) value 0.
       01 sign-on-id pic X(8) value spaces.
       01 sign-on-password pic X(8) value spaces.
       01 sign-on-tries pic 9 value 0.
       01 sign-on-ok pic 9 value 0.
       01 operator-found pic 9 value 0.
       01 operator-count pic 9(4) value 0.
       01 oper-menu-running pic 9 value 1.
       01 oper-menu-choice pic 9 value 0.
       01 disp-file-status pic XX.
       01 disputes-left pic 9 value 1.
           88 no-more-disputes value 0.
       01 disp-menu-running pic 9 value 1.
       01 disp-menu-choice pic 9 value 0.
       01 dispute-debt-id pic 9(6) value 0.
       01 dispute-found pic 9 value 0.
       01 dispute-next-seq pic 9(3) value 0.
       01 dispute-hold pic X(86).
       01 dispute-count pic 9(5) value 0.
       01 new-disp-reason-choice pic 9 value 0.
       01 new-disp-reason pic XX value spaces.
       01 new-disp-note pic X(40) value spaces.
       01 new-disp-raised pic 9(8) value 0.
       01 disp-outcome-choice pic 9 value 0.
       01 disp-new-outcome pic X value space.
       01 disp-follow-up pic 9 value 0.
       01 follow-up-posted pic 9 value 0.
       01 disp-reason-label pic X(14).
       01 new-oper-role pic X.
       01 new-oper-limit pic 9(5).
       01 new-oper-active pic X.
       01 new-oper-password pic X(8).
       01 journal-operator pic X(8) value spaces.
       01 journal-approver pic X(8) value spaces.
       01 next-appr-number pic 9(6) value 1.
       01 appr-decide-number pic 9(6) value 0.
       01 appr-decision pic 9 value 0.
       01 appr-any-pending pic 9 value 0.
       01 appr-applied pic 9 value 0.
       01 appr-type-label pic X(24).
       01 debt-in-archive pic 9 value 0.
       01 appr-found pic 9 value 0.
       01 appr-amount-shown pic Z(4)9.
       01 oper-change-choice pic 9 value 0.
       01 oper-hold pic X(44).
       01 reversal-pay-date pic 9(8) value 0.
       01 arch-file-status pic XX.
       01 reverse-debt-id pic 9(6).
       01 reverse-pick pic 9(3) value 0.
       01 any-promise-found pic 9 value 0.
       01 pos-debt-count pic 9(3) value 0.
       01 pos-debt-ix pic 9(3) value 0.
       01 pos-debt-table.
           02 pos-debt-num occurs 200 times pic 9(6).
       01 debt-file-status pic XX.
       01 debtor-file-status pic XX.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 next-pay-seq pic 9(5) value 0.
       01 seq-rows-left pic 9 value 1.
           88 no-more-seq-rows value 0.
       01 journal-row-hold pic X(61).
       01 debtors-left pic 9 value 1.
           88 no-more-debtors value 0.
       01 next-debtor-number pic 9(4) value 1.
       01 debtor-found pic 9 value 0.
       01 rate-file-status pic XX.
       01 curr-file-status pic XX.
       01 check-currency-code pic X(3).
       01 currency-on-master pic 9 value 0.
       01 currency-is-active pic 9 value 0.
       01 entry-is-correction pic 9 value 0.
       01 pos-currency-count pic 99 value 0.
       01 pos-currency-ix pic 99 value 0.
       01 pos-currency-table.
           02 pos-currency-slot occurs 40 times.
               03 pcur-code pic X(3).
               03 pcur-owed-to-me pic 9(7).
               03 pcur-i-owe pic 9(7).
       01 rates-left pic 9 value 1.
           88 no-more-rates value 0.
       01 have-rate pic 9 value 0.
       01 rate-date pic 9(8).
       01 rate-count pic 99 value 0.
       01 rate-ix pic 99 value 0.
       01 rate-table.
           02 rate-slot occurs 40 times.
               03 rslot-currency pic X(3).
               03 rslot-date pic 9(8).
               03 rslot-rate pic 9(5)v9(4).
       01 credit-debtor-id pic 9(4) value 0.
       01 credit-exposure pic 9(9) value 0.
       01 credit-this-debt pic 9(7) value 0.
       01 credit-open-balance pic 9(5) value 0.
       01 credit-go-ahead pic 9 value 1.
       01 credit-overridden pic 9 value 0.
       01 credit-answer pic 9 value 0.
       01 credit-new-limit pic 9(7) value 0.
       01 debt-saved pic 9 value 0.
       01 debt-entry-hold pic X(116).
       01 debtor-menu-running pic 9 value 1.
       01 debtor-menu-choice pic 9 value 0.
       01 position-debtor-id pic 9(4).
       01 position-any-found pic 9 value 0.
       01 pos-open-balance pic 9(5).
       01 sched-file-status pic XX.
       01 scheds-left pic 9 value 1.
       01 write-off-amount pic 9(5).
       01 write-off-reason-choice pic 9.
       01 write-off-reason-code pic XX.
       01 write-off-posted pic 9 value 0.
       01 history-debt-id pic 9(6).
       01 history-count pic 9(3) value 0.
       01 history-total pic 9(7) value 0.
           02 input-amount line 4 column 40 to amount.
           02 value "Description:" line 5 column 6.
           02 input-description line 5 column 40 to description.
           02 value "Currency (e.g. USD, DOP):" line 6 column 6.
           02 input-currency line 6 column 40 to debt-currency.
           02 value "Mine? (0 for no, 1 for yes)" line 7 column 6.
           02 input-mine line 7 column 40 to is-mine.
           02 input-debtor-phone line 3 column 40 to debtor-phone.
           02 value "Notes:" line 4 column 6.
           02 input-debtor-notes line 4 column 40 to debtor-notes.
           02 value "Credit limit in USD (0=none):" line 5 column 6.
           02 input-debtor-limit line 5 column 40
               to debtor-credit-limit.
           02 debtor-error-text line 7 column 6 from error-message.

       01 debtor-menu-screen.
           02 value "---- Debtor Master ----" line 1 column 6.
           02 value "2. List debtors" line 4 column 6.
           02 value "3. Debtor position (all debts)" line 5 column 6.
           02 value "4. Record a contact / promise" line 6 column 6.
           02 value "5. Change credit limit (supervisor)"
               line 7 column 6.
           02 value "6. Back to main menu" line 8 column 6.
           02 value "Choice:" line 10 column 6.
           02 input-debtor-menu-choice line 10 column 40
               to debtor-menu-choice.

       01 main-menu-screen.
               line 12 column 6.
           02 value "11. Reverse a payment (bounced)"
               line 13 column 6.
           02 value "12. Approval queue (supervisor)" line 14 column 6.
           02 value "13. Operator maintenance (supervisor)"
               line 15 column 6.
           02 value "14. Disputes (open / resolve / list)"
               line 16 column 6.
           02 value "15. Quit" line 17 column 6.
           02 value "Choice:" line 18 column 6.
           02 input-menu-choice line 18 column 40 to menu-choice.
           02 value "Signed on:" line 20 column 6.
           02 menu-operator-id line 20 column 40 from signed-on-id.

       01 oper-menu-screen.
           02 value "---- Operators ----" line 1 column 6.
           02 value "1. Add an operator" line 3 column 6.
           02 value "2. List operators" line 4 column 6.
           02 value "3. Change an operator" line 5 column 6.
           02 value "4. Back to main menu" line 6 column 6.
           02 value "Choice:" line 8 column 6.
           02 input-oper-menu-choice line 8 column 40
               to oper-menu-choice.

       01 disp-menu-screen.
           02 value "---- Disputes ----" line 1 column 6.
           02 value "1. Open a dispute on a debt" line 3 column 6.
           02 value "2. Resolve a dispute" line 4 column 6.
           02 value "3. List open disputes" line 5 column 6.
           02 value "4. Back to main menu" line 6 column 6.
           02 value "Choice:" line 8 column 6.
           02 input-disp-menu-choice line 8 column 40
               to disp-menu-choice.

       01 sign-on-screen.
           02 value "---- Debt Ledger sign-on ----" line 1 column 6.
           02 value "Operator ID:" line 3 column 6.
           02 input-sign-on-id line 3 column 40 to sign-on-id.
           02 value "Password:" line 4 column 6.
           02 input-sign-on-password line 4 column 40
               to sign-on-password secure.
           02 sign-on-error-text line 6 column 6 from error-message.

      *> same layout as the add screen, but the fields come up
      *> holding the record's current values; amount, paid and
           02 input-filter-name line 2 column 50 to filter-name.
           02 value "Mine? (0=I owe,1=owed,B=both)" line 3 column 6.
           02 input-filter-mine line 3 column 50 to filter-mine.
           02 value "Currency code (blank=all)" line 4 column 6.
           02 input-filter-currency line 4 column 50 to filter-currency.
           02 value "Open only, not fully paid? (1=yes,0=no)"
               line 5 column 6.
       procedure division.
      *> Why does VALUES clause not auto initialize newline-filler?
           move X"0A" to newline-filler
           perform sign-on
           if sign-on-ok = 0
               goback
           end-if
           perform find-next-debt-number
           perform find-next-debtor-number
           move 1 to program-running
                   when 8
                       perform write-off-debt
                   when 9
                       if signed-on-role = "S"
                           perform correct-debt
                       else
                           perform supervisor-only
                       end-if
                   when 10
                       perform pay-on-account
                   when 11
                       perform reverse-payment
                   when 12
                       if signed-on-role = "S"
                           perform approval-queue
                       else
                           perform supervisor-only
                       end-if
                   when 13
                       if signed-on-role = "S"
                           perform operator-maintenance
                       else
                           perform supervisor-only
                       end-if
                   when 14
                       perform dispute-maintenance
                   when 15
                       move 0 to program-running
                   when other
                       display "Please choose 1-15."
               end-evaluate
           end-perform
       goback.
           accept main-menu-screen
           .

      *> every session starts with a sign-on, so each journal and
      *> audit row can say who keyed it. Three wrong tries end the
      *> session. An empty operator file means a new installation:
      *> the first person in sets themselves up as a supervisor.
       sign-on.
           move 0 to sign-on-ok
           perform count-operators
           if operator-count = 0
               perform set-up-first-supervisor
           else
               move spaces to error-message
               move 0 to sign-on-tries
               perform until sign-on-ok = 1 or sign-on-tries >= 3
                   move spaces to sign-on-id
                   move spaces to sign-on-password
                   display clear-screen
                   display sign-on-screen
                   accept sign-on-screen
                   add 1 to sign-on-tries
                   perform check-sign-on
               end-perform
               if sign-on-ok = 0
                   display "Sign-on failed; the ledger is closed."
               end-if
           end-if
           .

       check-sign-on.
           move function upper-case(sign-on-id) to oper-id
           perform read-one-operator
           evaluate true
               when operator-found = 0
                   move "Operator ID or password is wrong."
                       to error-message
               when oper-password not = sign-on-password
                   move "Operator ID or password is wrong."
                       to error-message
               when oper-active not = "Y"
                   move "That operator is no longer active."
                       to error-message
               when other
                   move 1 to sign-on-ok
                   move oper-id to signed-on-id
                   move oper-name to signed-on-name
                   move oper-role to signed-on-role
                   move oper-woff-limit to signed-on-woff-limit
                   move signed-on-id to journal-operator
                   move spaces to journal-approver
           end-evaluate
           .

       count-operators.
           move 0 to operator-count
           move 1 to operators-left
           open input operators-file
           if oper-file-status not = "00"
               move 0 to operators-left
           else
               read operators-file next record
                   at end set operators-left to 0
               end-read
               perform until no-more-operators
                   add 1 to operator-count
                   read operators-file next record
                       at end set operators-left to 0
                   end-read
               end-perform
               close operators-file
           end-if
           .

       set-up-first-supervisor.
           display clear-screen
           display "No operators on file yet. Set up the first"
               " supervisor."
           perform accept-new-operator
           move "S" to oper-role
           move 0 to oper-woff-limit
           move "Y" to oper-active
           move X"0A" to oper-filler
           open output operators-file
           write oper-entry
               invalid key
                   display "Could not save the operator."
               not invalid key
                   move 1 to sign-on-ok
                   move oper-id to signed-on-id
                   move oper-name to signed-on-name
                   move oper-role to signed-on-role
                   move oper-woff-limit to signed-on-woff-limit
                   move signed-on-id to journal-operator
                   move spaces to journal-approver
           end-write
           close operators-file
           .

       accept-new-operator.
           move spaces to oper-id
           perform until oper-id not = spaces
               display "Operator ID (up to 8 characters):"
               accept oper-id
               move function upper-case(oper-id) to oper-id
           end-perform
           display "Name:"
           accept oper-name
           move spaces to oper-password
           perform until oper-password not = spaces
               display "Password (up to 8 characters):"
               accept oper-password
           end-perform
           .

       read-one-operator.
           move 0 to operator-found
           open input operators-file
           if oper-file-status = "00"
               read operators-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to operator-found
               end-read
               close operators-file
           end-if
           .

       supervisor-only.
           display clear-screen
           display "That option needs a supervisor sign-on."
           display "Press enter to continue..."
           accept pause-key
           .

       add-debt.
           move spaces to error-message
           move 0 to entry-is-correction
           move 0 to input-valid
           perform until input-valid = 1
               perform get-debt-input
               perform validate-current-entry
           end-perform
           perform check-credit-exposure
           if credit-go-ahead = 1
               perform write-current-entry
               if debt-saved = 1 and credit-overridden = 1
                   perform write-credit-override-audit
               end-if
           else
               display "Debt not saved."
               display "Press enter to continue..."
               accept pause-key
           end-if
           .

      *> a new debt owed to me by a debtor on the master is held
      *> back with a warning when it would take the debtor's open
      *> is-mine exposure, in USD, past their credit limit, or when
      *> debtrsk last graded them D. Going ahead needs an explicit
      *> override, which lands in audit.dat against the new debt.
       check-credit-exposure.
           move 1 to credit-go-ahead
           move 0 to credit-overridden
           if is-mine = 1 and debtor-id not = 0
               move debt-entry to debt-entry-hold
               move debtor-id to credit-debtor-id
               perform load-current-rates
               move 1 to have-rate
               perform sum-debtor-exposure
               move debt-entry-hold to debt-entry
               move amount to credit-open-balance
               perform convert-to-usd
               add credit-this-debt to credit-exposure
               move credit-debtor-id to debtor-number
               perform read-one-debtor
               if (debtor-credit-limit > 0
                   and credit-exposure > debtor-credit-limit)
                   or debtor-risk-grade = "D"
                   perform warn-credit-exposure
               end-if
           end-if
           .

       sum-debtor-exposure.
           move 0 to credit-exposure
           move 1 to records-left
           open input debts-file
           if debt-file-status not = "00"
               move 0 to records-left
           else
               read debts-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   if debtor-id = credit-debtor-id and is-mine = 1
                       and paid + written-off < amount
                       compute credit-open-balance =
                           amount - paid - written-off
                       perform convert-to-usd
                       add credit-this-debt to credit-exposure
                   end-if
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close debts-file
           end-if
           .

      *> any other currency is valued at its newest rate on
      *> rates.dat; with no rate on file it cannot be valued and is
      *> left out.
       convert-to-usd.
           move 0 to credit-this-debt
           if debt-currency = "USD"
               move credit-open-balance to credit-this-debt
           else
               perform varying rate-ix from 1 by 1
                   until rate-ix > rate-count
                   if rslot-currency(rate-ix) = debt-currency
                       compute credit-this-debt rounded =
                           credit-open-balance / rslot-rate(rate-ix)
                   end-if
               end-perform
               if credit-this-debt = 0 and credit-open-balance > 0
                   move 0 to have-rate
               end-if
           end-if
           .

      *> the newest rate per currency; rows from before rates.dat
      *> carried a currency are DOP.
       load-current-rates.
           move 1 to rates-left
           move 0 to rate-count
           open input rates-file
           if rate-file-status not = "00"
               move 0 to rates-left
           else
               read rates-file
                   at end set rates-left to 0
               end-read
               perform until no-more-rates
                   if rate-currency = spaces
                       move "DOP" to rate-currency
                       move dop-per-usd to rate-per-usd
                   end-if
                   compute rate-date =
                       rate-year-of * 10000 + rate-month-of * 100
                       + rate-day-of
                   perform note-one-rate
                   read rates-file
                       at end set rates-left to 0
                   end-read
               end-perform
               close rates-file
           end-if
           .

       note-one-rate.
           perform varying rate-ix from 1 by 1
               until rate-ix > rate-count
               or rslot-currency(rate-ix) = rate-currency
               continue
           end-perform
           if rate-ix > rate-count and rate-count < 40
               add 1 to rate-count
               move rate-currency to rslot-currency(rate-ix)
               move 0 to rslot-date(rate-ix)
           end-if
           if rate-ix <= rate-count and rate-per-usd > 0
               and rate-date > rslot-date(rate-ix)
               move rate-date to rslot-date(rate-ix)
               move rate-per-usd to rslot-rate(rate-ix)
           end-if
           .

       warn-credit-exposure.
           display clear-screen
           display "Credit warning for debtor " debtor-number " "
               debtor-name
           if debtor-credit-limit > 0
               and credit-exposure > debtor-credit-limit
               display "  This debt takes open exposure to USD "
                   credit-exposure ", over the limit of USD "
                   debtor-credit-limit "."
           end-if
           if debtor-risk-grade = "D"
               display "  Graded D (high risk), score "
                   debtor-risk-score ", on " debtor-graded-day "/"
                   debtor-graded-month "/" debtor-graded-year "."
           end-if
           if have-rate = 0
               display "  (a currency with no rate on file is not"
                   " counted)"
           end-if
           display "Go ahead anyway? (1=yes,0=no)"
           accept credit-answer
           if credit-answer = 1
               move 1 to credit-overridden
           else
               move 0 to credit-go-ahead
           end-if
           .

       write-credit-override-audit.
           move "CREDIT-OVRD" to audit-field
           move spaces to audit-old-value
           string "LIMIT " debtor-credit-limit " GRADE "
               debtor-risk-grade
               delimited by size into audit-old-value
           end-string
           move spaces to audit-new-value
           string "EXPOSURE " credit-exposure " AMOUNT " amount " "
               debt-currency
               delimited by size into audit-new-value
           end-string
           perform append-audit-entry
           .

       browse-debts.
           compute pay-balance-after = amount - paid - written-off
           move debt-currency to pay-currency
           move is-mine to pay-is-mine
           move journal-operator to pay-operator
           move journal-approver to pay-approved-by
           open i-o payments-file
           if pay-file-status = "35"
               open output payments-file
               close payments-file
               open i-o payments-file
           end-if
           perform write-journal-row
           close payments-file
           perform refresh-schedule-flags
           .

      *> closes or reduces a debt without faking a payment: the
      *> amount goes to WRITTEN-OFF with a reason code and a "W"
      *> journal entry, so collection figures stay honest. Anything
      *> over the operator's write-off limit is queued for a
      *> supervisor instead of posting.
       write-off-debt.
           display clear-screen
           display "Debt ID to write off / adjust:"
           accept payment-debt-id
           perform write-off-chosen-debt
           display "Press enter to continue..."
           accept pause-key
           .

       write-off-chosen-debt.
           move payment-debt-id to debt-number
           move 1 to debt-found
           open i-o debts-file
               end-if
               close debts-file
           end-if
           .

       apply-write-off.
           move 0 to write-off-posted
           compute open-balance-now = amount - paid - written-off
           if open-balance-now = 0
               display "This debt is already closed."
                       or write-off-amount > open-balance-now
                       display "Amount must be between 1 and "
                           open-balance-now "; nothing recorded."
                   when write-off-amount > signed-on-woff-limit
                       perform queue-write-off-request
                   when other
                       add write-off-amount to written-off
                       move write-off-reason-code to write-off-reason
                       rewrite debt-entry
                       perform write-write-off-journal
                       move 1 to write-off-posted
                       display "Write-off recorded."
               end-evaluate
           end-if
      *> journal row's amount comes off PAID, an offsetting "R" row
      *> goes onto payments.dat so the history shows both sides,
      *> and the installment flags are re-derived from the money
      *> that really stayed. Nothing posts from here: the request
      *> goes onto the approval queue and approve-reversal does the
      *> work. A debt that debtarc has since archived as settled is
      *> only looked at here; it is pulled back into the live file
      *> when the reversal is approved.
       reverse-payment.
           display clear-screen
           display "Reverse a payment (bounced cheque)."
           display "Debt ID the payment was recorded on:"
           accept reverse-debt-id
           perform find-debt-live-or-archived
           if debt-found = 0
               display "No debt with that ID in the live file or"
                   " the archive."
           else
               if debt-in-archive = 1
                   display "Debt " debt-number " is in the archive;"
                       " approval will pull it back."
               end-if
               perform pick-payment-to-reverse
               if reversal-found = 1
                   perform request-reversal
               end-if
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

      *> read-only lookup of reverse-debt-id: the live file first,
      *> then the archive, whose record has the same layout.
       find-debt-live-or-archived.
           move reverse-debt-id to debt-number
           move 1 to debt-found
           move 0 to debt-in-archive
           open input debts-file
           if debt-file-status not = "00"
               move 0 to debt-found
           else
               read debts-file
                   invalid key
                       move 0 to debt-found
               end-read
               close debts-file
           end-if
           if debt-found = 0
               open input archive-file
               if arch-file-status = "00"
                   move reverse-debt-id to arch-debt-number
                   read archive-file
                       invalid key
                           continue
                       not invalid key
                           move arch-entry to debt-entry
                           move 1 to debt-found
                           move 1 to debt-in-archive
                   end-read
                   close archive-file
               end-if
           end-if
           .

      *> the archive copy is written into the live file before it
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   if pay-type = "P"
                       add 1 to reverse-row-count
                       display "  " reverse-row-count ") "
                           pay-day-of "/" pay-month-of "/"
                           pay-currency "  balance after "
                           pay-balance-after
                   end-if
                   perform read-debt-journal
               end-perform
               close payments-file
           end-if
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   if pay-type = "P"
                       add 1 to reverse-row-ix
                       if reverse-row-ix = reverse-pick
                           move pay-amount to reversal-amount
                           move pay-year-of to reversal-pay-date(1:4)
                           move pay-month-of to reversal-pay-date(5:2)
                           move pay-day-of to reversal-pay-date(7:2)
                           move 1 to reversal-found
                           set payments-left to 0
                       end-if
                   end-if
                   if payments-left = 1
                       perform read-debt-journal
                   end-if
               end-perform
               close payments-file
           end-if
           .

       request-reversal.
           if reversal-amount > paid
               display "That payment's " reversal-amount
                   " is more than the " paid " still on PAID;"
                   " was it reversed already? Nothing queued."
           else
               perform check-reversal-queued
               if appr-any-pending = 1
                   display "That payment is already waiting for"
                       " approval; nothing queued."
               else
                   display "Ask to back out " reversal-amount " "
                       debt-currency " from debt " debt-number
                       "? (1=yes,0=no)"
                   accept reverse-confirm
                   if reverse-confirm = 1
                       perform queue-reversal-request
                   else
                       display "Nothing queued."
                   end-if
               end-if
           end-if
           .

       write-reversal-journal.
           move reversal-amount to pay-amount
           move "R" to pay-type
           move "RV" to pay-reason
           perform append-journal-entry
           .

      *> a queued request gets the next free number, found by
      *> walking the file the way find-next-debt-number does.
       queue-write-off-request.
           perform find-next-appr-number
           move "W" to appr-type
           move debt-number to appr-debt-number
           move write-off-amount to appr-amount
           move write-off-reason-code to appr-reason
           move 0 to appr-pick
           move 0 to appr-pay-date
           move 0 to appr-reinstate
           perform write-approval-request
           display "That is over your write-off limit of "
               signed-on-woff-limit "; queued as request "
               appr-number " for a supervisor."
           .

       queue-reversal-request.
           perform find-next-appr-number
           move "R" to appr-type
           move debt-number to appr-debt-number
           move reversal-amount to appr-amount
           move "RV" to appr-reason
           move reverse-pick to appr-pick
           move reversal-pay-date to appr-pay-date
           move debt-in-archive to appr-reinstate
           perform write-approval-request
           display "Queued as request " appr-number
               " for a supervisor; nothing posted yet."
           .

       write-approval-request.
           move next-appr-number to appr-number
           move signed-on-id to appr-requested-by
           move function current-date(7:2) to appr-req-day
           move function current-date(5:2) to appr-req-month
           move function current-date(1:4) to appr-req-year
           move "P" to appr-status
           move spaces to appr-decided-by
           move zeros to appr-decided-date
           move X"0A" to appr-filler
           open i-o approvals-file
           if appr-file-status = "35"
               open output approvals-file
           end-if
           write appr-entry
               invalid key
                   display "Could not queue request " appr-number "."
           end-write
           close approvals-file
           .

       find-next-appr-number.
           move 1 to next-appr-number
           move 1 to approvals-left
           open input approvals-file
           if appr-file-status not = "00"
               move 0 to approvals-left
           else
               read approvals-file next record
                   at end set approvals-left to 0
               end-read
               perform until no-more-approvals
                   if appr-number >= next-appr-number
                       compute next-appr-number = appr-number + 1
                   end-if
                   read approvals-file next record
                       at end set approvals-left to 0
                   end-read
               end-perform
               close approvals-file
           end-if
           .

      *> one bounced payment should only ever be asked for once
      *> while a request for it is still open.
       check-reversal-queued.
           move 0 to appr-any-pending
           move 1 to approvals-left
           open input approvals-file
           if appr-file-status not = "00"
               move 0 to approvals-left
           else
               read approvals-file next record
                   at end set approvals-left to 0
               end-read
               perform until no-more-approvals
                   if appr-status = "P" and appr-type = "R"
                       and appr-debt-number = debt-number
                       and appr-pick = reverse-pick
                       move 1 to appr-any-pending
                   end-if
                   read approvals-file next record
                       at end set approvals-left to 0
                   end-read
               end-perform
               close approvals-file
           end-if
           .

      *> the supervisor's side of the queue. A request can only be
      *> decided by a supervisor other than the one who asked for
      *> it. Approving posts the journal row in the requester's
      *> name with the supervisor as approver; a request that can
      *> no longer be applied as asked stays pending. Either
      *> decision is written to audit.dat.
       approval-queue.
           move 1 to appr-decide-number
           perform until appr-decide-number = 0
               display clear-screen
               display "---- Approval queue ----"
               perform list-pending-approvals
               if appr-any-pending = 0
                   display "Nothing is waiting for approval."
                   move 0 to appr-decide-number
                   display "Press enter to continue..."
                   accept pause-key
               else
                   display " "
                   display "Request number to decide (0=back):"
                   accept appr-decide-number
                   if appr-decide-number not = 0
                       perform decide-one-request
                       display "Press enter to continue..."
                       accept pause-key
                   end-if
               end-if
           end-perform
           .

       list-pending-approvals.
           move 0 to appr-any-pending
           move 1 to approvals-left
           open input approvals-file
           if appr-file-status not = "00"
               move 0 to approvals-left
           else
               read approvals-file next record
                   at end set approvals-left to 0
               end-read
               perform until no-more-approvals
                   if appr-status = "P"
                       move 1 to appr-any-pending
                       perform set-appr-type-label
                       move appr-amount to appr-amount-shown
                       display appr-number " " appr-type-label " "
                           appr-debt-number " " appr-amount-shown
                           " " appr-reason "  by " appr-requested-by
                           " " appr-req-day "/" appr-req-month "/"
                           appr-req-year
                   end-if
                   read approvals-file next record
                       at end set approvals-left to 0
                   end-read
               end-perform
               close approvals-file
           end-if
           .

       set-appr-type-label.
           evaluate true
               when appr-type = "W"
                   move "Write-off" to appr-type-label
               when appr-type = "R" and appr-reinstate = 1
                   move "Reversal + reinstate" to appr-type-label
               when other
                   move "Reversal" to appr-type-label
           end-evaluate
           .

       decide-one-request.
           move appr-decide-number to appr-number
           move 1 to appr-found
           open input approvals-file
           if appr-file-status not = "00"
               move 0 to appr-found
           else
               read approvals-file
                   invalid key
                       move 0 to appr-found
               end-read
               close approvals-file
           end-if
           evaluate true
               when appr-found = 0
                   display "No request with that number."
               when appr-status not = "P"
                   display "Request " appr-number
                       " has already been decided."
               when appr-requested-by = signed-on-id
                   display "You asked for request " appr-number
                       "; another supervisor has to decide it."
               when other
                   perform set-appr-type-label
                   display appr-type-label " of " appr-amount
                       " on debt " appr-debt-number
                       ", asked for by " appr-requested-by
                   display "1=approve 2=reject 0=leave pending:"
                   accept appr-decision
                   evaluate appr-decision
                       when 1
                           perform approve-request
                       when 2
                           perform reject-request
                       when other
                           display "Left pending."
                   end-evaluate
           end-evaluate
           .

       approve-request.
           move 0 to appr-applied
           move appr-requested-by to journal-operator
           move signed-on-id to journal-approver
           if appr-type = "W"
               perform approve-write-off
           else
               perform approve-reversal
           end-if
           move signed-on-id to journal-operator
           move spaces to journal-approver
           if appr-applied = 1
               move "A" to appr-status
               perform record-approval-decision
               display "Approved and posted."
               if appr-type = "W"
                   perform offer-dispute-close
               end-if
           end-if
           .

      *> a write-off queued from resolve-dispute left the dispute
      *> open; once it posts, the approver can close it here.
       offer-dispute-close.
           move appr-debt-number to dispute-debt-id
           perform find-open-dispute
           if dispute-found = 1
               display "Debt " appr-debt-number " has a dispute open."
                   " Does this write-off settle it? 1=upheld"
                   " 3=partially upheld 0=leave open"
               accept disp-outcome-choice
               evaluate disp-outcome-choice
                   when 1
                       move "U" to disp-new-outcome
                   when 3
                       move "P" to disp-new-outcome
                   when other
                       move space to disp-new-outcome
               end-evaluate
               if disp-new-outcome = space
                   display "Dispute left open."
               else
                   perform record-dispute-outcome
                   if disp-new-outcome not = space
                       display "Dispute resolved."
                   end-if
               end-if
           end-if
           .

       reject-request.
           move "X" to appr-status
           perform record-approval-decision
           display "Rejected; nothing posted."
           .

       approve-write-off.
           move appr-debt-number to debt-number
           open i-o debts-file
           if debt-file-status not = "00"
               display "Debt " appr-debt-number " is no longer on"
                   " file; left pending."
           else
               read debts-file
                   invalid key
                       display "Debt " appr-debt-number " is no"
                           " longer in the live file; left pending."
                   not invalid key
                       perform post-approved-write-off
               end-read
               close debts-file
           end-if
           .

       post-approved-write-off.
           compute open-balance-now = amount - paid - written-off
           if appr-amount > open-balance-now
               display "The open balance is now " open-balance-now
                   ", less than the write-off; left pending."
           else
               move appr-amount to write-off-amount
               move appr-reason to write-off-reason-code
               add write-off-amount to written-off
               move write-off-reason-code to write-off-reason
               rewrite debt-entry
               perform write-write-off-journal
               move 1 to appr-applied
           end-if
           .

      *> the bounced row is found again by its position and proved
      *> by amount and date before anything moves; only then is an
      *> archived debt pulled back into the live file.
       approve-reversal.
           move appr-debt-number to reverse-debt-id
           perform find-debt-live-or-archived
           if debt-found = 0
               display "Debt " appr-debt-number " is in neither the"
                   " live file nor the archive; left pending."
           else
               move appr-pick to reverse-pick
               move 0 to reversal-found
               perform fetch-picked-payment
               evaluate true
                   when reversal-found = 0
                       or reversal-amount not = appr-amount
                       or reversal-pay-date not = appr-pay-date
                       display "The payments on debt "
                           appr-debt-number " no longer match the"
                           " request; left pending."
                   when reversal-amount > paid
                       display "That payment's " reversal-amount
                           " is more than the " paid " still on"
                           " PAID; left pending."
                   when other
                       perform post-approved-reversal
               end-evaluate
           end-if
           .

      *> no live file at all still has to reach the archive path, so
      *> the file is created empty and reopened i-o (a reinstate
      *> writes and the reversal rewrites; OUTPUT mode would allow
      *> neither the read nor the rewrite).
       post-approved-reversal.
           move 1 to debt-found
           move 0 to reinstated-flag
           open i-o debts-file
           if debt-file-status = "35"
               open output debts-file
               close debts-file
               open i-o debts-file
               move 0 to debt-found
           else
               read debts-file
                   invalid key
                       move 0 to debt-found
               end-read
           end-if
           if debt-found = 0
               perform reinstate-from-archive
           end-if
           if debt-found = 0
               display "Could not bring debt " appr-debt-number
                   " back from the archive; left pending."
           else
               if reinstated-flag = 1
                   display "Debt " debt-number " pulled back from"
                       " the archive."
               end-if
               subtract reversal-amount from paid
               rewrite debt-entry
               perform write-reversal-journal
               move 1 to appr-applied
               compute open-balance-now =
                   amount - paid - written-off
               display "Open balance is now " open-balance-now " "
                   debt-currency "."
           end-if
           close debts-file
           .

      *> the decision goes back on the request and into audit.dat
      *> against the debt, in the supervisor's name.
       record-approval-decision.
           move signed-on-id to appr-decided-by
           move function current-date(7:2) to appr-dec-day
           move function current-date(5:2) to appr-dec-month
           move function current-date(1:4) to appr-dec-year
           open i-o approvals-file
           rewrite appr-entry
               invalid key
                   display "Could not update request " appr-number "."
           end-rewrite
           close approvals-file
           evaluate true
               when appr-status = "A" and appr-type = "W"
                   move "APPROVE-WOFF" to audit-field
               when appr-status = "A"
                   move "APPROVE-REV" to audit-field
               when appr-type = "W"
                   move "REJECT-WOFF" to audit-field
               when other
                   move "REJECT-REV" to audit-field
           end-evaluate
           move spaces to audit-old-value
           string "REQUEST " appr-number " BY " appr-requested-by
               delimited by size into audit-old-value
           end-string
           move spaces to audit-new-value
           string "AMOUNT " appr-amount " REASON " appr-reason
               delimited by size into audit-new-value
           end-string
           move appr-debt-number to debt-number
           perform append-audit-entry
           .

      *> supervisors keep the operator file. Passwords are never
      *> listed, and nobody can change their own role, write-off
      *> limit or active flag - that would undo the separation the
      *> approval queue exists for.
       operator-maintenance.
           move 1 to oper-menu-running
           perform until oper-menu-running = 0
               display clear-screen
               display oper-menu-screen
               accept oper-menu-screen
               evaluate oper-menu-choice
                   when 1
                       perform add-operator
                   when 2
                       perform list-operators
                   when 3
                       perform change-operator
                   when 4
                       move 0 to oper-menu-running
                   when other
                       display "Please choose 1-4."
               end-evaluate
           end-perform
           .

       add-operator.
           display clear-screen
           perform accept-new-operator
           perform accept-operator-role
           perform accept-operator-limit
           move oper-entry to oper-hold
           perform read-one-operator
           if operator-found = 1
               display "Operator " oper-id " already exists."
           else
               move oper-hold to oper-entry
               move new-oper-role to oper-role
               move new-oper-limit to oper-woff-limit
               move "Y" to oper-active
               move X"0A" to oper-filler
               open i-o operators-file
               if oper-file-status = "35"
                   open output operators-file
               end-if
               write oper-entry
                   invalid key
                       display "Could not save the operator."
                   not invalid key
                       display "Operator " oper-id " added."
               end-write
               close operators-file
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       accept-operator-role.
           move space to new-oper-role
           perform until new-oper-role = "C" or new-oper-role = "S"
               display "Role (C=clerk, S=supervisor):"
               accept new-oper-role
               move function upper-case(new-oper-role)
                   to new-oper-role
           end-perform
           .

       accept-operator-limit.
           display "Write-off limit (0=every write-off is"
               " approved):"
           accept new-oper-limit
           .

       list-operators.
           display clear-screen
           display "ID       Name                 Role Limit Active"
           move 1 to operators-left
           open input operators-file
           if oper-file-status not = "00"
               move 0 to operators-left
           else
               read operators-file next record
                   at end set operators-left to 0
               end-read
               perform until no-more-operators
                   display oper-id " " oper-name " " oper-role
                       "    " oper-woff-limit " " oper-active
                   read operators-file next record
                       at end set operators-left to 0
                   end-read
               end-perform
               close operators-file
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       change-operator.
           display clear-screen
           display "Operator ID to change:"
           accept sign-on-id
           move function upper-case(sign-on-id) to oper-id
           perform read-one-operator
           if operator-found = 0
               display "No operator with that ID."
           else
               display oper-id " " oper-name " role " oper-role
                   " limit " oper-woff-limit " active " oper-active
               display "Change: 1=role 2=write-off limit"
                   " 3=password 4=active 0=nothing"
               accept oper-change-choice
               if oper-id = signed-on-id
                   and oper-change-choice not = 3
                   and oper-change-choice not = 0
                   display "You cannot change your own role, limit"
                       " or active flag."
               else
                   perform apply-operator-change
               end-if
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       apply-operator-change.
           evaluate oper-change-choice
               when 1
                   perform accept-operator-role
                   move new-oper-role to oper-role
               when 2
                   perform accept-operator-limit
                   move new-oper-limit to oper-woff-limit
               when 3
                   move spaces to new-oper-password
                   perform until new-oper-password not = spaces
                       display "New password (up to 8 characters):"
                       accept new-oper-password
                   end-perform
                   move new-oper-password to oper-password
               when 4
                   move space to new-oper-active
                   perform until new-oper-active = "Y"
                       or new-oper-active = "N"
                       display "Active? (Y/N):"
                       accept new-oper-active
                       move function upper-case(new-oper-active)
                           to new-oper-active
                   end-perform
                   move new-oper-active to oper-active
               when other
                   continue
           end-evaluate
           if oper-change-choice >= 1 and oper-change-choice <= 4
               open i-o operators-file
               rewrite oper-entry
                   invalid key
                       display "Could not save the change."
                   not invalid key
                       display "Operator " oper-id " changed."
               end-rewrite
               close operators-file
           end-if
           .

      *> takes one receipt for a debtor and spreads it across that
           if debtor-found = 0
               display "No debtor with that ID."
           else
               display "Receipt currency (e.g. USD, DOP):"
               accept account-currency
               move function upper-case(account-currency)
                   to account-currency
               move account-currency to check-currency-code
               perform check-currency-master
               if currency-on-master = 0
                   display "That currency is not on the currency"
                       " master."
               else
                   display "Amount received:"
                   accept account-amount
           display clear-screen
           display "Debt ID to correct:"
           accept correct-debt-id
           perform correct-chosen-debt
           display "Press enter to continue..."
           accept pause-key
           .

       correct-chosen-debt.
           move correct-debt-id to debt-number
           move 1 to debt-found
           open i-o debts-file
           if debt-found = 1 and plan-was-changed = 1
               perform rebuild-schedule
           end-if
           .

       apply-correction.
                   ", written off " written-off ")"
               display debt-correct-screen
               accept debt-correct-screen
               move 1 to entry-is-correction
               perform validate-current-entry
               move 0 to entry-is-correction
           end-perform
           perform write-audit-rows
           move 0 to plan-was-changed
           move function current-date(7:2) to audit-day-of
           move function current-date(5:2) to audit-month-of
           move function current-date(1:4) to audit-year-of
           move signed-on-id to audit-operator
           open extend audit-file
           if audit-file-status = "35"
               open output audit-file
           if pay-file-status not = "00"
               display "No payments recorded yet."
           else
               move history-debt-id to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   perform display-history-line
                   perform read-debt-journal
               end-perform
               close payments-file
               if history-count = 0
                   when 4
                       perform record-promise
                   when 5
                       if signed-on-role = "S"
                           perform change-credit-limit
                       else
                           perform supervisor-only
                       end-if
                   when 6
                       move 0 to debtor-menu-running
                   when other
                       display "Please choose 1-6."
               end-evaluate
           end-perform
           .
           move spaces to debtor-name
           move spaces to debtor-phone
           move spaces to debtor-notes
           move 0 to debtor-credit-limit
           move 0 to input-valid
           perform until input-valid = 1
               display clear-screen
                   move "Debtor name cannot be blank."
                       to error-message
               end-if
               if input-valid = 1
                   and debtor-credit-limit is not numeric
                   move 0 to input-valid
                   move "Credit limit must be numeric (0 for none)."
                       to error-message
               end-if
           end-perform
           move space to debtor-risk-grade
           move 0 to debtor-risk-score
           move zeros to debtor-graded-date
           move space to debtor-status
           move 0 to debtor-merged-into
           move X"0A" to debtor-filler
           move next-debtor-number to debtor-number
           open i-o debtors-file
           if debtor-file-status = "35"
                   at end set debtors-left to 0
               end-read
               perform until no-more-debtors
                   if debtor-is-merged
                       display debtor-number " " debtor-name
                           " (merged into " debtor-merged-into ")"
                   else
                       display debtor-number " " debtor-name " "
                           debtor-phone " " debtor-notes
                   end-if
                   add 1 to browse-line-count
                   if browse-line-count >= browse-page-size
                       display "-- more? Enter=continue, Q=stop --"
           else
               display "Position for " debtor-number " "
                   debtor-name
               if debtor-is-merged
                   display "Merged into " debtor-merged-into
                       "; its debts are under that ID now."
               end-if
               if debtor-risk-grade = space
                   display "Credit limit USD " debtor-credit-limit
                       "  (not graded yet)"
               else
                   display "Credit limit USD " debtor-credit-limit
                       "  risk grade " debtor-risk-grade " (score "
                       debtor-risk-score ", graded "
                       debtor-graded-day "/" debtor-graded-month "/"
                       debtor-graded-year ")"
               end-if
               move 0 to pos-currency-count
               move 0 to position-any-found
               move 0 to pos-debt-count
               move 1 to records-left
                   display "No debts recorded for this debtor."
               else
                   display " "
                   perform varying pos-currency-ix from 1 by 1
                       until pos-currency-ix > pos-currency-count
                       display "Open " pcur-code(pos-currency-ix)
                           " owed to me .. "
                           pcur-owed-to-me(pos-currency-ix)
                       display "Open " pcur-code(pos-currency-ix)
                           " I owe ....... "
                           pcur-i-owe(pos-currency-ix)
                   end-perform
               end-if
               perform show-open-promises
           end-if
           display debt-number " " amount " " paid " "
               written-off " " debt-currency " " is-mine " "
               description
           perform varying pos-currency-ix from 1 by 1
               until pos-currency-ix > pos-currency-count
               or pcur-code(pos-currency-ix) = debt-currency
               continue
           end-perform
           if pos-currency-ix > pos-currency-count
               and pos-currency-count < 40
               add 1 to pos-currency-count
               move debt-currency to pcur-code(pos-currency-ix)
               move 0 to pcur-owed-to-me(pos-currency-ix)
               move 0 to pcur-i-owe(pos-currency-ix)
           end-if
           if pos-currency-ix <= pos-currency-count
               if is-mine = 1
                   add pos-open-balance
                       to pcur-owed-to-me(pos-currency-ix)
               else
                   add pos-open-balance to pcur-i-owe(pos-currency-ix)
               end-if
           end-if
           .

      *> a currency code is good when the currency master holds
      *> it; only an active one takes new business.
       check-currency-master.
           move 0 to currency-on-master
           move 0 to currency-is-active
           open input currency-file
           if curr-file-status = "00"
               move check-currency-code to curr-code
               read currency-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to currency-on-master
                       if curr-active = "Y"
                           move 1 to currency-is-active
                       end-if
               end-read
               close currency-file
           end-if
           .

       read-one-debtor.
           end-if
           .

      *> raising or lowering a limit is a supervisor's call; the
      *> grade itself only ever comes from the debtrsk run.
       change-credit-limit.
           display clear-screen
           display "Debtor ID:"
           accept position-debtor-id
           move position-debtor-id to debtor-number
           perform read-one-debtor
           if debtor-found = 0
               display "No debtor with that ID."
           else
               display debtor-number " " debtor-name
                   "  credit limit USD " debtor-credit-limit
               display "New credit limit in USD (0=none):"
               accept credit-new-limit
               open i-o debtors-file
               read debtors-file
                   invalid key
                       display "No debtor with that ID."
                   not invalid key
                       move credit-new-limit to debtor-credit-limit
                       rewrite debtor-entry
                           invalid key
                               display "Could not save the limit."
                           not invalid key
                               display "Credit limit saved."
                       end-rewrite
               end-read
               close debtors-file
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

      *> one diary entry per call: who, when, what they promised and
      *> by when. The contact date is today - the diary is written
      *> the moment the phone goes down.
           accept position-debtor-id
           move position-debtor-id to debtor-number
           perform read-one-debtor
           if debtor-found = 1 and debtor-is-merged
               display "Debtor " debtor-number " was merged into "
                   debtor-merged-into "; record the contact there."
               move 2 to debtor-found
           end-if
           if debtor-found not = 1
               if debtor-found = 0
                   display "No debtor with that ID."
               end-if
           else
               display "Contact with " debtor-name " ("
                   debtor-phone ")"
               accept new-prom-amount
               move "DOP" to new-prom-currency
               if new-prom-amount not = 0
                   display "Currency (e.g. USD, DOP):"
                   accept new-prom-currency
                   move function upper-case(new-prom-currency)
                       to new-prom-currency
                   move new-prom-currency to check-currency-code
                   perform check-currency-master
               end-if
               display "Promised date DD:"
               accept chk-day
               accept new-prom-note
               evaluate true
                   when new-prom-amount not = 0
                       and currency-on-master = 0
                       display "That currency is not on the currency"
                           " master; nothing recorded."
                   when date-valid = 0
                       display "Promised date is not a valid"
                           " calendar date; nothing recorded."
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               perform varying pos-debt-ix from 1 by 1
                   until pos-debt-ix > pos-debt-count
                   move pos-debt-num(pos-debt-ix)
                       to journal-debt-number
                   perform start-debt-journal
                   perform until no-more-payments
                       perform count-payment-toward-promise
                       perform read-debt-journal
                   end-perform
               end-perform
               close payments-file
           end-if
       count-payment-toward-promise.
           if (pay-type = "P" or pay-type = "R")
               and pay-currency = prom-currency
               and pay-post-date >= prom-contact-packed
               if pay-type = "P"
                   add pay-amount to promise-paid-sum
               else
                   if pay-amount <= promise-paid-sum
                       subtract pay-amount from promise-paid-sum
                   else
                       move 0 to promise-paid-sum
                   end-if
               end-if
           end-if
               end-if
           end-if
           if input-valid = 1
               move function upper-case(debt-currency)
                   to debt-currency
               move debt-currency to check-currency-code
               perform check-currency-master
               evaluate true
                   when currency-on-master = 0
                       move 0 to input-valid
                       move "Currency is not on the currency master."
                           to error-message
                   when currency-is-active = 0
                       and entry-is-correction = 0
                       move 0 to input-valid
                       move "That currency is no longer active."
                           to error-message
               end-evaluate
           end-if
           if input-valid = 1
               if is-mine not = 0 and is-mine not = 1
           if input-valid = 1 and debtor-id not = 0
               move debtor-id to debtor-number
               perform read-one-debtor
               evaluate true
                   when debtor-found = 0
                       move 0 to input-valid
                       move "No debtor with that ID."
                           to error-message
                   when debtor-is-merged
                       move 0 to input-valid
                       move spaces to error-message
                       string "Debtor was merged; use ID "
                           debtor-merged-into "."
                           delimited by size into error-message
                       end-string
                   when other
                       move debtor-name to name
               end-evaluate
           end-if
           if input-valid = 1
               if due-date is not numeric
           if debt-file-status = "35"
               open output debts-file
           end-if
           move 0 to debt-saved
           write debt-entry
               invalid key
                   display "Could not save debt (duplicate number)."
               not invalid key
                   move 1 to debt-saved
                   add 1 to next-debt-number
                   if due-year-of not = 0
                       perform generate-schedule
           end-if
           .

       dispute-maintenance.
           move 1 to disp-menu-running
           perform until disp-menu-running = 0
               display clear-screen
               display disp-menu-screen
               accept disp-menu-screen
               evaluate disp-menu-choice
                   when 1
                       perform open-dispute
                   when 2
                       perform resolve-dispute
                   when 3
                       perform list-open-disputes
                   when 4
                       move 0 to disp-menu-running
                   when other
                       display "Please choose 1-4."
               end-evaluate
           end-perform
           .

      *> a dispute goes onto a debt in the live file; while it is
      *> open debtdun, debtacr and debtpro hold the debt. A debt
      *> carries one open dispute at a time.
       open-dispute.
           display clear-screen
           display "Open a dispute."
           display "Debt ID in dispute:"
           accept dispute-debt-id
           perform read-dispute-debt
           if debt-found = 0
               display "No debt with that ID."
           else
               perform find-open-dispute
               if dispute-found = 1
                   move dispute-hold to disp-entry
                   display "Debt " dispute-debt-id " already has a"
                       " dispute open, raised " disp-raised-date(7:2)
                       "/" disp-raised-date(5:2) "/"
                       disp-raised-date(1:4) "; nothing recorded."
               else
                   perform accept-new-dispute
               end-if
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       read-dispute-debt.
           move dispute-debt-id to debt-number
           move 1 to debt-found
           open input debts-file
           if debt-file-status = "35"
               move 0 to debt-found
           else
               read debts-file
                   invalid key
                       move 0 to debt-found
               end-read
               close debts-file
           end-if
           .

       accept-new-dispute.
           display "Debt " debt-number " " name " " amount " "
               debt-currency ", paid " paid
           display "Reason: 1=amount wrong 2=not my debt"
               " 3=already paid 4=goods/service 5=other"
           accept new-disp-reason-choice
           evaluate new-disp-reason-choice
               when 1
                   move "AM" to new-disp-reason
               when 2
                   move "NM" to new-disp-reason
               when 3
                   move "PD" to new-disp-reason
               when 4
                   move "GS" to new-disp-reason
               when 5
                   move "OT" to new-disp-reason
               when other
                   move spaces to new-disp-reason
           end-evaluate
           display "Date raised DD:"
           accept chk-day
           display "Date raised MM:"
           accept chk-month
           display "Date raised YYYY:"
           accept chk-year
           perform check-calendar-date
           compute new-disp-raised =
               chk-year * 10000 + chk-month * 100 + chk-day
           move function current-date(1:8) to today-date
           display "Note:"
           accept new-disp-note
           evaluate true
               when new-disp-reason = spaces
                   display "Not a valid reason; nothing recorded."
               when date-valid = 0
                   display "Date raised is not a valid calendar"
                       " date; nothing recorded."
               when new-disp-raised > today-date
                   display "Date raised cannot be in the future;"
                       " nothing recorded."
               when other
                   perform write-new-dispute
           end-evaluate
           .

       write-new-dispute.
           move spaces to disp-entry
           move dispute-debt-id to disp-debt-number
           move dispute-next-seq to disp-seq
           move new-disp-reason to disp-reason
           move new-disp-raised to disp-raised-date
           move new-disp-note to disp-note
           move "O" to disp-status
           move space to disp-outcome
           move signed-on-id to disp-opened-by
           move 0 to disp-resolved-date
           move spaces to disp-resolved-by
           move X"0A" to disp-filler
           open i-o disputes-file
           if disp-file-status = "35"
               open output disputes-file
               close disputes-file
               open i-o disputes-file
           end-if
           write disp-entry
               invalid key
                   display "Could not write the dispute; status "
                       disp-file-status "."
               not invalid key
                   display "Dispute opened. Dunning, late charges"
                       " and promise calls are held on debt "
                       dispute-debt-id "."
           end-write
           close disputes-file
           .

      *> walks the debt's disputes in key order; dispute-hold keeps
      *> the open one, if any, and dispute-next-seq is the sequence
      *> a new one would take.
       find-open-dispute.
           move 0 to dispute-found
           move 1 to dispute-next-seq
           move 1 to disputes-left
           open input disputes-file
           if disp-file-status not = "00"
               move 0 to disputes-left
           else
               move dispute-debt-id to disp-debt-number
               move 0 to disp-seq
               start disputes-file key is not less than disp-key
                   invalid key
                       set disputes-left to 0
               end-start
               perform until no-more-disputes
                   read disputes-file next record
                       at end
                           set disputes-left to 0
                       not at end
                           perform note-debt-dispute
                   end-read
               end-perform
               close disputes-file
           end-if
           .

       note-debt-dispute.
           if disp-debt-number not = dispute-debt-id
               set disputes-left to 0
           else
               compute dispute-next-seq = disp-seq + 1
               if disp-is-open
                   move 1 to dispute-found
                   move disp-entry to dispute-hold
               end-if
           end-if
           .

      *> a rejected dispute is recorded at once. An upheld or partly
      *> upheld one goes first to correcting the debt or writing it
      *> down, through the usual screens and checks, and is only
      *> recorded once that has posted; until then the dispute stays
      *> open and the debt stays held.
       resolve-dispute.
           display clear-screen
           display "Resolve a dispute."
           display "Debt ID in dispute:"
           accept dispute-debt-id
           perform find-open-dispute
           if dispute-found = 0
               display "No open dispute on that debt."
           else
               move dispute-hold to disp-entry
               perform set-disp-reason-label
               display "Debt " disp-debt-number " dispute "
                   disp-seq ": " disp-reason-label " raised "
                   disp-raised-date(7:2) "/" disp-raised-date(5:2)
                   "/" disp-raised-date(1:4)
               display "  " disp-note
               display "Outcome: 1=upheld 2=rejected"
                   " 3=partially upheld 0=leave open"
               accept disp-outcome-choice
               evaluate disp-outcome-choice
                   when 1
                       move "U" to disp-new-outcome
                   when 2
                       move "J" to disp-new-outcome
                   when 3
                       move "P" to disp-new-outcome
                   when other
                       move space to disp-new-outcome
               end-evaluate
               evaluate disp-new-outcome
                   when space
                       display "Dispute left open."
                   when "J"
                       perform record-dispute-outcome
                       if disp-new-outcome = "J"
                           display "Dispute rejected; debt "
                               dispute-debt-id " is back in dunning,"
                               " accrual and promise follow-up."
                       end-if
                   when other
                       perform follow-up-dispute
                       if follow-up-posted = 1
                           perform record-dispute-outcome
                           if disp-new-outcome not = space
                               display "Dispute resolved."
                           end-if
                       end-if
               end-evaluate
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       record-dispute-outcome.
           move dispute-hold to disp-entry
           open i-o disputes-file
           read disputes-file
               invalid key
                   display "The dispute is no longer on file."
                   move space to disp-new-outcome
               not invalid key
                   move "R" to disp-status
                   move disp-new-outcome to disp-outcome
                   move function current-date(1:8)
                       to disp-resolved-date
                   move signed-on-id to disp-resolved-by
                   rewrite disp-entry
           end-read
           close disputes-file
           .

      *> follow-up-posted is 1 only when a correction was saved or a
      *> write-off went onto the debt; a refused correction, a
      *> write-off left on the approval queue or no follow-up at all
      *> leaves the dispute open.
       follow-up-dispute.
           move 0 to follow-up-posted
           display "Follow up on debt " dispute-debt-id
               ": 1=correct the debt 2=write off / adjust"
               " 0=nothing now"
           accept disp-follow-up
           evaluate disp-follow-up
               when 1
                   if signed-on-role = "S"
                       move dispute-debt-id to correct-debt-id
                       move 0 to any-field-changed
                       perform correct-chosen-debt
                       if debt-found = 1 and any-field-changed = 1
                           move 1 to follow-up-posted
                       else
                           display "Nothing corrected; the dispute"
                               " stays open."
                       end-if
                   else
                       display "Correcting a debt needs a"
                           " supervisor sign-on; a supervisor has"
                           " to resolve the dispute on debt "
                           dispute-debt-id ". It stays open."
                   end-if
               when 2
                   move dispute-debt-id to payment-debt-id
                   move 0 to write-off-posted
                   perform write-off-chosen-debt
                   if write-off-posted = 1
                       move 1 to follow-up-posted
                   else
                       display "Nothing written off yet; the dispute"
                           " stays open until the write-off posts."
                   end-if
               when other
                   display "Nothing posted; the dispute stays open."
           end-evaluate
           .

       list-open-disputes.
           display clear-screen
           display "==== Open disputes ===="
           move 0 to dispute-count
           move 1 to disputes-left
           open input disputes-file
           if disp-file-status not = "00"
               move 0 to disputes-left
           else
               read disputes-file next record
                   at end set disputes-left to 0
               end-read
               perform until no-more-disputes
                   if disp-is-open
                       add 1 to dispute-count
                       perform set-disp-reason-label
                       display disp-debt-number " "
                           disp-raised-date(7:2) "/"
                           disp-raised-date(5:2) "/"
                           disp-raised-date(1:4) " "
                           disp-reason-label " " disp-note
                   end-if
                   read disputes-file next record
                       at end set disputes-left to 0
                   end-read
               end-perform
               close disputes-file
           end-if
           display dispute-count " open dispute(s)."
           display "Press enter to continue..."
           accept pause-key
           .

       set-disp-reason-label.
           evaluate disp-reason
               when "AM"
                   move "amount wrong" to disp-reason-label
               when "NM"
                   move "not my debt" to disp-reason-label
               when "PD"
                   move "already paid" to disp-reason-label
               when "GS"
                   move "goods/service" to disp-reason-label
               when other
                   move "other" to disp-reason-label
           end-evaluate
           .

      *> positions on the first journal row of journal-debt-number
      *> and reads it; payments-left drops to 0 once the debt's
      *> rows run out.
       start-debt-journal.
           move 1 to payments-left
           move journal-debt-number to pay-debt-number
           move 0 to pay-seq
           start payments-file key is not less than pay-key
               invalid key
                   set payments-left to 0
           end-start
           if payments-left = 1
               perform read-debt-journal
           end-if
           .

       read-debt-journal.
           read payments-file next record
               at end
                   set payments-left to 0
               not at end
                   if pay-debt-number not = journal-debt-number
                       set payments-left to 0
                   end-if
           end-read
           .

      *> the row is held while the debt's highest posting sequence
      *> is found, then written as that sequence plus one.
       write-journal-row.
           move pay-entry to journal-row-hold
           move pay-debt-number to journal-debt-number
           perform find-next-pay-seq
           move journal-row-hold to pay-entry
           move next-pay-seq to pay-seq
           compute pay-post-date = pay-year-of * 10000
               + pay-month-of * 100 + pay-day-of
           move X"0A" to pay-filler
           write pay-entry
               invalid key
                   display "Could not write the journal row for debt "
                       pay-debt-number "; status " pay-file-status
           end-write
           .

       find-next-pay-seq.
           move 0 to next-pay-seq
           move 1 to seq-rows-left
           move journal-debt-number to pay-debt-number
           move 0 to pay-seq
           start payments-file key is not less than pay-key
               invalid key
                   set seq-rows-left to 0
           end-start
           perform until no-more-seq-rows
               read payments-file next record
                   at end
                       set seq-rows-left to 0
                   not at end
                       if pay-debt-number = journal-debt-number
                           move pay-seq to next-pay-seq
                       else
                           set seq-rows-left to 0
                       end-if
               end-read
           end-perform
           add 1 to next-pay-seq
           .
       end program debts.


       identification division.
       program-id. debtbnk.

      *> Bank deposit matching: reads the bank's deposit file
      *> (deposits.dat, deprec.cpy layout) and posts every deposit
      *> it can place with confidence as an ordinary "P" row on
      *> payments.dat, moving PAID and the installment flags exactly
      *> the way the record-payment screen does. A reference that
      *> quotes a debt number (six digits) goes to that debt; one
      *> that quotes a debtor number (four digits), or matches the
      *> name of exactly one debtor on debtors.dat, goes to that
      *> debtor's open is-mine debts in the deposit currency - to
      *> the one debt whose open balance it settles exactly, or else
      *> oldest debt first, the order pay-on-account spreads a
      *> receipt in. Anything it cannot place - no debtor, several
      *> candidates, more money than is open - goes to suspense.dat
      *> (susprec.cpy) with a reason code and shows on the run
      *> report. Mode 2 works the suspense file afterwards: each
      *> item is posted to the debt the clerk picks, in as many
      *> slices as it takes, or handed back to the payer. Mode 3
      *> lists what is still open in suspense. A deposit must be in
      *> an active currency on the currency master (currmst.cpy) or
      *> it goes to suspense as a bad currency; the run report and
      *> the suspense list total by currency, USD first and then
      *> the master's currencies in code order.
      *>
      *> The match run keeps a control trail in deprun.dat the way
      *> debtimp keeps imprun.dat, so the same deposit file is never
      *> posted twice and a run that died partway resumes after the
      *> last deposit it reached.
      *>
      *> Rows the match run posts carry DEBTBNK as their operator.
      *> Working suspense is done by a person, so mode 2 asks for
      *> an operator sign-on from operators.dat first and stamps
      *> that operator on what it posts.

       environment division.
       input-output section.
       file-control.
           select debts-file assign to "debts.dat"
               organization is indexed
               access mode is dynamic
               record key is debt-number
               file status debt-file-status.
           select debtors-file assign to "debtors.dat"
               organization is indexed
               access mode is dynamic
               record key is debtor-number
               file status debtor-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select scheds-file assign to "scheds.dat"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               file status sched-file-status.
           select deposit-file assign to "deposits.dat"
               organization is line sequential
               file status dep-file-status.
           select suspense-file assign to "suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is susp-number
               file status susp-file-status.
           select deprun-file assign to "deprun.dat"
               organization is line sequential
               file status deprun-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.
           select operators-file assign to "operators.dat"
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status oper-file-status.

       data division.
       file section.
       fd debts-file
           data record is debt-entry.
       copy debtrec.

       fd debtors-file
           data record is debtor-entry.
       copy debtormst.

       fd payments-file
           data record is pay-entry.
       copy payrec.

       fd scheds-file
           data record is sched-entry.
       copy schedrec.

       fd deposit-file
           data record is dep-entry.
       copy deprec.

       fd suspense-file
           data record is susp-entry.
       copy susprec.

       fd deprun-file
           data record is deprun-record.
       01 deprun-record.
           02 run-file-name pic X(12).
           02 run-total-lines pic 9(5).
           02 run-last-line pic 9(5).
           02 run-posted-count pic 9(5).
           02 run-suspense-count pic 9(5).
           02 run-status pic X.

       fd operators-file
           data record is oper-entry.
       copy opermst.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       working-storage section.
       01 oper-file-status pic XX.
       01 journal-operator pic X(8) value "DEBTBNK".
       01 sign-on-id pic X(8) value spaces.
       01 sign-on-password pic X(8) value spaces.
       01 sign-on-ok pic 9 value 0.
       01 debt-file-status pic XX.
       01 debtor-file-status pic XX.
       01 pay-file-status pic XX.
       01 journal-debt-number pic 9(6) value 0.
       01 next-pay-seq pic 9(5) value 0.
       01 seq-rows-left pic 9 value 1.
           88 no-more-seq-rows value 0.
       01 journal-row-hold pic X(61).
       01 sched-file-status pic XX.
       01 dep-file-status pic XX.
       01 susp-file-status pic XX.
       01 deprun-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 debtors-left pic 9 value 1.
           88 no-more-debtors value 0.
       01 deposits-left pic 9 value 1.
           88 no-more-deposits value 0.
       01 scheds-left pic 9 value 1.
           88 no-more-scheds value 0.
       01 suspense-left pic 9 value 1.
           88 no-more-suspense value 0.
       01 controls-left pic 9 value 1.
           88 no-more-controls value 0.
       01 debts-open pic 9 value 0.
       01 debtors-open pic 9 value 0.
       01 mode-choice pic 9 value 0.
       01 confirm-answer pic 9 value 0.
       01 work-choice pic 9 value 0.

      *> control trail for the match run, as debtimp keeps it
       01 deposit-line pic 9(5) value 0.
       01 skip-lines pic 9(5) value 0.
       01 dep-total-lines pic 9(5) value 0.
       01 resume-mode pic 9 value 0.
       01 run-cancelled pic 9 value 0.
       01 control-found pic 9 value 0.
       01 prior-total-lines pic 9(5) value 0.
       01 prior-last-line pic 9(5) value 0.
       01 prior-posted pic 9(5) value 0.
       01 prior-suspense pic 9(5) value 0.
       01 prior-run-status pic X value space.
       01 rerun-answer pic 9 value 0.

      *> matching one deposit
       01 deposit-currency pic X(3).
       01 match-reason pic XX value spaces.
       01 reason-text pic X(34).
       01 match-debtor-id pic 9(4) value 0.
       01 candidate-count pic 9(3) value 0.
       01 reference-upper pic X(30).
       01 name-upper pic X(30).
       01 deposit-open-total pic 9(7) value 0.
       01 deposit-remaining pic 9(7) value 0.
       01 deposit-unplaced pic 9(5) value 0.
       01 exact-ix pic 9(3) value 0.
       01 split-count pic 9(3) value 0.
       01 split-ix pic 9(3) value 0.
       01 split-open-now pic 9(5) value 0.
       01 split-table-full pic 9 value 0.
       01 deposit-part-posted pic 9 value 0.
       01 suspense-write-failed pic 9 value 0.
       01 split-table.
           02 split-slot occurs 200 times.
               03 split-debt-number pic 9(6).
               03 split-date-packed pic 9(8).
               03 split-open pic 9(5).
               03 split-applied pic 9(5).
       01 split-hold.
           02 hold-debt-number pic 9(6).
           02 hold-date-packed pic 9(8).
           02 hold-open pic 9(5).
           02 hold-applied pic 9(5).

      *> posting
       01 payment-applied pic 9(5) value 0.
       01 open-balance-now pic 9(5) value 0.
       01 sched-covered pic 9(7) value 0.
       01 next-susp-number pic 9(6) value 1.
       01 work-susp-number pic 9(6) value 0.
       01 work-debt-id pic 9(6) value 0.
       01 work-remaining pic 9(5) value 0.

      *> run totals
       01 read-count pic 9(5) value 0.
       01 posted-count pic 9(5) value 0.
       01 suspense-count pic 9(5) value 0.
       01 suspense-failed-count pic 9(5) value 0.
       01 suspense-other-total pic 9(7) value 0.
       01 find-currency pic X(3).
       01 bank-cur-count pic 99 value 0.
       01 bank-cur-ix pic 99 value 0.
      *> the currency master, USD first, with the totals per code
       01 bank-currency-table.
           02 bank-currency-slot occurs 40 times.
               03 bank-currency pic X(3).
               03 bank-cur-active pic X.
               03 bank-posted-total pic 9(7).
               03 bank-suspense-total pic 9(7).
       01 open-item-count pic 9(5) value 0.

       01 date-valid pic 9 value 0.
       01 days-this-month pic 99 value 0.
       01 chk-date.
           02 chk-day pic 99.
           02 chk-month pic 99.
           02 chk-year pic 9(4).

       procedure division.
           display "Bank deposits: 1=match and post 2=work suspense"
               " 3=list suspense"
           accept mode-choice
           perform load-currency-table
           evaluate mode-choice
               when 1
                   perform match-deposit-file
               when 2
                   perform sign-on
                   if sign-on-ok = 1
                       perform work-suspense-item
                   end-if
               when 3
                   perform list-open-suspense
               when other
                   display "Please choose 1-3."
           end-evaluate
           goback.

       match-deposit-file.
           perform count-deposit-lines
           if dep-total-lines = 0
               display "No deposits.dat found; nothing to match."
           else
               perform read-run-control
               perform decide-run-mode
               if run-cancelled = 1
                   display "Nothing posted."
               else
                   perform post-deposit-file
               end-if
           end-if
           .

       count-deposit-lines.
           move 0 to dep-total-lines
           open input deposit-file
           if dep-file-status = "00"
               move 1 to deposits-left
               read deposit-file
                   at end set deposits-left to 0
               end-read
               perform until no-more-deposits
                   add 1 to dep-total-lines
                   read deposit-file
                       at end set deposits-left to 0
                   end-read
               end-perform
               close deposit-file
           end-if
           .

      *> takes the newest control record, the way debtimp reads
      *> imprun.dat, so an interrupted run's last progress record
      *> is the one that counts.
       read-run-control.
           move 0 to control-found
           move 1 to controls-left
           open input deprun-file
           if deprun-file-status not = "00"
               move 0 to controls-left
           else
               read deprun-file
                   at end set controls-left to 0
               end-read
               perform until no-more-controls
                   if run-file-name = "deposits.dat"
                       move run-total-lines to prior-total-lines
                       move run-last-line to prior-last-line
                       move run-posted-count to prior-posted
                       move run-suspense-count to prior-suspense
                       move run-status to prior-run-status
                       move 1 to control-found
                   end-if
                   read deprun-file
                       at end set controls-left to 0
                   end-read
               end-perform
               close deprun-file
           end-if
           .

      *> the line count proves deposits.dat is still the file the
      *> control trail describes; the bank's next file is a new
      *> count and starts clean.
       decide-run-mode.
           move 0 to resume-mode
           move 0 to skip-lines
           move 0 to run-cancelled
           if control-found = 1
               and prior-total-lines = dep-total-lines
               if prior-run-status = "I"
                   move 1 to resume-mode
                   move prior-last-line to skip-lines
                   move prior-posted to posted-count
                   move prior-suspense to suspense-count
                   display "Interrupted run found; resuming"
                       " deposits.dat after line " skip-lines "."
               else
                   display "deposits.dat (" dep-total-lines
                       " line(s)) was already matched and posted."
                   display "Post it again anyway? (1=yes,0=no)"
                   accept rerun-answer
                   if rerun-answer not = 1
                       move 1 to run-cancelled
                   end-if
               end-if
           end-if
           .

       post-deposit-file.
           perform find-next-susp-number
           open i-o debts-file
           if debt-file-status = "00"
               move 1 to debts-open
           end-if
           open input debtors-file
           if debtor-file-status = "00"
               move 1 to debtors-open
           end-if
           open i-o suspense-file
           if susp-file-status = "35"
               open output suspense-file
           end-if
           open extend deprun-file
           if deprun-file-status = "35"
               open output deprun-file
           end-if
           display "==== Bank deposit match ===="
           display " "
           open input deposit-file
           move 1 to deposits-left
           read deposit-file
               at end set deposits-left to 0
           end-read
           perform until no-more-deposits
               add 1 to deposit-line
               if deposit-line > skip-lines
                   add 1 to read-count
                   perform match-one-deposit
                   if suspense-write-failed = 1
                       perform stop-at-failed-suspense
                   else
                       perform write-progress-record
                   end-if
               end-if
               if suspense-write-failed = 0
                   read deposit-file
                       at end set deposits-left to 0
                   end-read
               end-if
           end-perform
           close deposit-file
           close deprun-file
           close suspense-file
           if debtors-open = 1
               close debtors-file
           end-if
           if debts-open = 1
               close debts-file
           end-if
           if suspense-write-failed = 0
               perform finalize-run-control
           end-if
           display " "
           display read-count " deposit(s) read this run."
           display "  Posted ........ " posted-count " deposit(s)"
           display "  To suspense ... " suspense-count " item(s)"
           if suspense-failed-count > 0
               display "  Not written ... " suspense-failed-count
                   " suspense item(s) - run stopped"
           end-if
           perform varying bank-cur-ix from 1 by 1
               until bank-cur-ix > bank-cur-count
               if bank-cur-active(bank-cur-ix) = "Y"
                   or bank-posted-total(bank-cur-ix)
                   + bank-suspense-total(bank-cur-ix) > 0
                   display "    " bank-currency(bank-cur-ix)
                       "  posted " bank-posted-total(bank-cur-ix)
                       "  to suspense "
                       bank-suspense-total(bank-cur-ix)
               end-if
           end-perform
           if suspense-other-total > 0
               display "  Suspense in other/bad currency "
                   suspense-other-total
           end-if
           if resume-mode = 1
               display "Resumed after line " skip-lines
                   "; the counts cover the whole file."
           end-if
           .

       write-progress-record.
           move "deposits.dat" to run-file-name
           move dep-total-lines to run-total-lines
           move deposit-line to run-last-line
           move posted-count to run-posted-count
           move suspense-count to run-suspense-count
           move "I" to run-status
           write deprun-record
           .

      *> a deposit that is neither posted nor in suspense must not be
      *> passed over: the run stops on it and the progress record
      *> stays on the line before, so a resume takes it up again.
      *> If part of it had already posted, the record moves past it
      *> (a resume would post that part twice) and the remainder is
      *> left for the operator to put into suspense by hand.
       stop-at-failed-suspense.
           set deposits-left to 0
           move 8 to return-code
           if deposit-part-posted = 1
               perform write-progress-record
               display "Run stopped at line " deposit-line
                   ": part of it posted, but " deposit-unplaced " "
                   deposit-currency " could not go to suspense;"
                   " enter it by hand."
           else
               display "Run stopped at line " deposit-line
                   ": nothing of it was posted or put in suspense."
               subtract 1 from deposit-line
               perform write-progress-record
               display "Clear the suspense file problem and run"
                   " again; it resumes at that line."
           end-if
           .

       finalize-run-control.
           open output deprun-file
           move "deposits.dat" to run-file-name
           move dep-total-lines to run-total-lines
           move deposit-line to run-last-line
           move posted-count to run-posted-count
           move suspense-count to run-suspense-count
           move "C" to run-status
           write deprun-record
           close deprun-file
           .

       match-one-deposit.
           move spaces to match-reason
           move 0 to match-debtor-id
           move 0 to split-count
           move 0 to split-table-full
           move 0 to deposit-part-posted
           move function upper-case(dep-currency) to deposit-currency
           perform check-deposit-fields
           if match-reason = spaces
               perform find-deposit-target
           end-if
           display deposit-line " " dep-day-of "/" dep-month-of "/"
               dep-year-of " " dep-amount " " deposit-currency " "
               dep-reference
           if match-reason = spaces
               perform post-deposit-split
           else
               move dep-amount to deposit-unplaced
               perform write-suspense-item
           end-if
           .

       check-deposit-fields.
           if dep-amount is not numeric or dep-amount = 0
               move "BD" to match-reason
           end-if
           if match-reason = spaces
               if dep-date is not numeric
                   move "BD" to match-reason
               else
                   move dep-day-of to chk-day
                   move dep-month-of to chk-month
                   move dep-year-of to chk-year
                   perform check-calendar-date
                   if date-valid = 0
                       move "BD" to match-reason
                   end-if
               end-if
           end-if
           if match-reason = spaces
               move deposit-currency to find-currency
               perform find-bank-currency
               if bank-cur-ix = 0
                   move "CU" to match-reason
               else
                   if bank-cur-active(bank-cur-ix) not = "Y"
                       move "CU" to match-reason
                   end-if
               end-if
           end-if
           .

      *> a six-digit reference is a debt number, a four-digit one a
      *> debtor number; anything else is taken as the payer's name.
       find-deposit-target.
           move function upper-case(dep-reference) to reference-upper
           evaluate true
               when debts-open = 0
                   move "NO" to match-reason
               when reference-upper = spaces
                   move "ND" to match-reason
               when reference-upper(1:6) is numeric
                   and reference-upper(7:1) = space
                   perform target-quoted-debt
               when reference-upper(1:4) is numeric
                   and reference-upper(5:1) = space
                   move reference-upper(1:4) to match-debtor-id
                   perform target-quoted-debtor
               when other
                   perform target-by-name
           end-evaluate
           .

       target-quoted-debt.
           move reference-upper(1:6) to debt-number
           read debts-file
               invalid key
                   move "DN" to match-reason
               not invalid key
                   move debtor-id to match-debtor-id
                   compute open-balance-now =
                       amount - paid - written-off
                   evaluate true
                       when is-mine not = 1
                           or debt-currency not = deposit-currency
                           or open-balance-now = 0
                           move "DN" to match-reason
                       when dep-amount > open-balance-now
                           move "OB" to match-reason
                       when other
                           perform add-split-slot
                           move dep-amount to split-applied(1)
                   end-evaluate
           end-read
           .

       target-quoted-debtor.
           if debtors-open = 0
               move "ND" to match-reason
           else
               move match-debtor-id to debtor-number
               read debtors-file
                   invalid key
                       move "ND" to match-reason
               end-read
           end-if
      *> a payer still quoting a number that was merged away is
      *> paying the surviving debtor.
           if match-reason = spaces and debtor-is-merged
               move debtor-merged-into to match-debtor-id
           end-if
           if match-reason = spaces
               perform collect-open-debts
               perform split-if-table-held
           end-if
           .

      *> only an exact name (case and outer spaces aside) counts;
      *> two debtors under the same name are for a person to sort
      *> out, not for the run to guess.
       target-by-name.
           move 0 to candidate-count
           if debtors-open = 1
               move 1 to debtors-left
               move 0 to debtor-number
               start debtors-file key >= debtor-number
                   invalid key
                       set debtors-left to 0
               end-start
               if debtors-left = 1
                   read debtors-file next record
                       at end set debtors-left to 0
                   end-read
               end-if
               perform until no-more-debtors
                   move function upper-case(debtor-name)
                       to name-upper
                   if function trim(name-upper) =
                       function trim(reference-upper)
                       and not debtor-is-merged
                       add 1 to candidate-count
                       move debtor-number to match-debtor-id
                   end-if
                   read debtors-file next record
                       at end set debtors-left to 0
                   end-read
               end-perform
           end-if
           evaluate candidate-count
               when 0
                   move "ND" to match-reason
               when 1
                   perform collect-open-debts
                   perform split-if-table-held
               when other
                   move "SD" to match-reason
                   move 0 to match-debtor-id
           end-evaluate
           .

       collect-open-debts.
           move 0 to split-count
           move 1 to records-left
           move 0 to debt-number
           start debts-file key >= debt-number
               invalid key
                   set records-left to 0
           end-start
           if records-left = 1
               read debts-file next record
                   at end set records-left to 0
               end-read
           end-if
           perform until no-more-records
               if debtor-id = match-debtor-id
                   and is-mine = 1
                   and debt-currency = deposit-currency
                   and paid + written-off < amount
                   perform add-split-slot
               end-if
               read debts-file next record
                   at end set records-left to 0
               end-read
           end-perform
           .

      *> the split table holds 200 open debts; a debtor with more
      *> than that cannot be spread oldest first with confidence,
      *> so the whole deposit goes to suspense to be worked by hand.
       split-if-table-held.
           if split-table-full = 1
               move "TM" to match-reason
           else
               perform decide-deposit-split
           end-if
           .

      *> each debt is slotted in oldest-first by debt date (lowest
      *> debt number first on a tie), the same order pay-on-account
      *> uses.
       add-split-slot.
           if split-count >= 200
               move 1 to split-table-full
           else
               add 1 to split-count
               move debt-number to split-debt-number(split-count)
               compute split-date-packed(split-count) =
                   year-of * 10000 + month-of * 100 + day-of
               compute split-open(split-count) =
                   amount - paid - written-off
               move 0 to split-applied(split-count)
               perform varying split-ix from split-count by -1
                   until split-ix < 2
                   or split-date-packed(split-ix)
                       > split-date-packed(split-ix - 1)
                   or (split-date-packed(split-ix)
                       = split-date-packed(split-ix - 1)
                       and split-debt-number(split-ix)
                       > split-debt-number(split-ix - 1))
                   move split-slot(split-ix) to split-hold
                   move split-slot(split-ix - 1)
                       to split-slot(split-ix)
                   move split-hold to split-slot(split-ix - 1)
               end-perform
           end-if
           .

      *> a deposit that settles one debt to the penny goes to that
      *> debt, whatever its age; otherwise it is spread oldest
      *> first. More than the debtor has open is never guessed at.
       decide-deposit-split.
           move 0 to deposit-open-total
           move 0 to exact-ix
           perform varying split-ix from 1 by 1
               until split-ix > split-count
               add split-open(split-ix) to deposit-open-total
               if exact-ix = 0
                   and split-open(split-ix) = dep-amount
                   move split-ix to exact-ix
               end-if
           end-perform
           evaluate true
               when split-count = 0
                   move "NO" to match-reason
               when dep-amount > deposit-open-total
                   move "OB" to match-reason
               when exact-ix > 0
                   move dep-amount to split-applied(exact-ix)
               when other
                   move dep-amount to deposit-remaining
                   perform varying split-ix from 1 by 1
                       until split-ix > split-count
                       if deposit-remaining >= split-open(split-ix)
                           move split-open(split-ix)
                               to split-applied(split-ix)
                       else
                           move deposit-remaining
                               to split-applied(split-ix)
                       end-if
                       subtract split-applied(split-ix)
                           from deposit-remaining
                   end-perform
           end-evaluate
           .

      *> the record is re-read at apply time and each slice capped
      *> at what is still open, as apply-one-split-slice does in
      *> debts; anything a cap leaves over goes to suspense rather
      *> than disappearing.
       post-deposit-split.
           move dep-amount to deposit-unplaced
           perform varying split-ix from 1 by 1
               until split-ix > split-count
               if split-applied(split-ix) > 0
                   move split-debt-number(split-ix) to debt-number
                   read debts-file
                       invalid key
                           move 0 to split-applied(split-ix)
                   end-read
                   compute split-open-now =
                       amount - paid - written-off
                   if split-applied(split-ix) > split-open-now
                       move split-open-now to split-applied(split-ix)
                   end-if
                   if split-applied(split-ix) > 0
                       move split-applied(split-ix) to payment-applied
                       add payment-applied to paid
                       rewrite debt-entry
                       perform write-payment-journal
                       subtract payment-applied from deposit-unplaced
                       display "      posted " payment-applied
                           " to debt " debt-number " " name
                   end-if
               end-if
           end-perform
           compute payment-applied = dep-amount - deposit-unplaced
           if payment-applied > 0
               move 1 to deposit-part-posted
               add 1 to posted-count
               move deposit-currency to find-currency
               perform find-bank-currency
               if bank-cur-ix > 0
                   add payment-applied
                       to bank-posted-total(bank-cur-ix)
               end-if
           end-if
           if deposit-unplaced > 0
               move "OB" to match-reason
               perform write-suspense-item
           end-if
           .

       write-suspense-item.
           perform set-reason-text
           move next-susp-number to susp-number
           move dep-day-of to susp-day-of
           move dep-month-of to susp-month-of
           move dep-year-of to susp-year-of
           move deposit-unplaced to susp-amount
           move 0 to susp-applied
           move deposit-currency to susp-currency
           move dep-reference to susp-reference
           move match-reason to susp-reason
           move match-debtor-id to susp-debtor-hint
           move "O" to susp-status
           move zeros to susp-worked-date
           move X"0A" to susp-filler
           write susp-entry
               invalid key
                   display "      could not write suspense item "
                       susp-number " (status " susp-file-status
                       ")."
                   add 1 to suspense-failed-count
                   move 1 to suspense-write-failed
               not invalid key
                   add 1 to next-susp-number
                   add 1 to suspense-count
                   move deposit-currency to find-currency
                   perform find-bank-currency
                   if bank-cur-ix = 0
                       add deposit-unplaced to suspense-other-total
                   else
                       add deposit-unplaced
                           to bank-suspense-total(bank-cur-ix)
                   end-if
                   display "      suspense " susp-number " "
                       deposit-unplaced " (" match-reason " "
                       function trim(reason-text) ")"
           end-write
           .

       set-reason-text.
           evaluate match-reason
               when "ND"
                   move "no debtor matches" to reason-text
               when "SD"
                   move "several debtors match" to reason-text
               when "NO"
                   move "no open debt in that currency"
                       to reason-text
               when "OB"
                   move "more than the open balance" to reason-text
               when "DN"
                   move "quoted debt cannot take it" to reason-text
               when "CU"
                   move "currency not carried" to reason-text
               when "TM"
                   move "too many open debts to split" to reason-text
               when "BD"
                   move "bad date or amount" to reason-text
               when other
                   move spaces to reason-text
           end-evaluate
           .

       write-payment-journal.
           move payment-applied to pay-amount
           move "P" to pay-type
           move spaces to pay-reason
           perform append-journal-entry
           .

       append-journal-entry.
           move debt-number to pay-debt-number
           move function current-date(7:2) to pay-day-of
           move function current-date(5:2) to pay-month-of
           move function current-date(1:4) to pay-year-of
           compute pay-balance-after = amount - paid - written-off
           move debt-currency to pay-currency
           move is-mine to pay-is-mine
           move journal-operator to pay-operator
           move spaces to pay-approved-by
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

      *> re-derives every paid-flag on this debt's installments from
      *> the running PAID total, the same walk the debts screens
      *> make after a payment.
       refresh-schedule-flags.
           move 1 to scheds-left
           compute sched-covered = paid + written-off
           open i-o scheds-file
           if sched-file-status not = "00"
               move 0 to scheds-left
           else
               move debt-number to sched-debt-number
               move 0 to sched-seq
               start scheds-file key >= sched-key
                   invalid key
                       set scheds-left to 0
               end-start
               if scheds-left = 1
                   read scheds-file next record
                       at end set scheds-left to 0
                   end-read
               end-if
               perform until no-more-scheds
                   if sched-debt-number not = debt-number
                       set scheds-left to 0
                   else
                       if sched-covered >= sched-amount
                           subtract sched-amount from sched-covered
                           move 1 to sched-paid-flag
                       else
                           move 0 to sched-paid-flag
                       end-if
                       rewrite sched-entry
                       read scheds-file next record
                           at end set scheds-left to 0
                       end-read
                   end-if
               end-perform
               close scheds-file
           end-if
           .

       find-next-susp-number.
           move 1 to next-susp-number
           move 1 to suspense-left
           open input suspense-file
           if susp-file-status not = "00"
               move 0 to suspense-left
           else
               read suspense-file next record
                   at end set suspense-left to 0
               end-read
               perform until no-more-suspense
                   if susp-number >= next-susp-number
                       compute next-susp-number = susp-number + 1
                   end-if
                   read suspense-file next record
                       at end set suspense-left to 0
                   end-read
               end-perform
               close suspense-file
           end-if
           .

       sign-on.
           move 0 to sign-on-ok
           display "Operator ID:"
           accept sign-on-id
           display "Password:"
           accept sign-on-password
           move function upper-case(sign-on-id) to oper-id
           open input operators-file
           if oper-file-status not = "00"
               display "No operators on file; sign on to the ledger"
                   " first."
           else
               read operators-file
                   invalid key
                       display "Operator ID or password is wrong."
                   not invalid key
                       if oper-password = sign-on-password
                           and oper-active = "Y"
                           move 1 to sign-on-ok
                           move oper-id to journal-operator
                       else
                           display "Operator ID or password is wrong."
                       end-if
               end-read
               close operators-file
           end-if
           .

      *> one suspense item at a time: post some or all of what is
      *> left on it to a debt the clerk names, or hand it back.
       work-suspense-item.
           display "Suspense item number:"
           accept work-susp-number
           open i-o suspense-file
           if susp-file-status not = "00"
               display "No suspense file on record."
           else
               move work-susp-number to susp-number
               read suspense-file
                   invalid key
                       display "No suspense item with that number."
                   not invalid key
                       perform show-and-work-item
               end-read
               close suspense-file
           end-if
           .

       show-and-work-item.
           move susp-reason to match-reason
           perform set-reason-text
           compute work-remaining = susp-amount - susp-applied
           display "Item " susp-number " of " susp-day-of "/"
               susp-month-of "/" susp-year-of "  " susp-amount " "
               susp-currency "  ref " susp-reference
           display "  reason " susp-reason " ("
               function trim(reason-text) "), already posted "
               susp-applied ", left " work-remaining
           if susp-debtor-hint not = 0
               display "  likely debtor " susp-debtor-hint
           end-if
           if susp-status not = "O"
               display "This item is already worked (status "
                   susp-status ")."
           else
               display "1=post to a debt 2=return to payer"
                   " 0=leave it"
               accept work-choice
               evaluate work-choice
                   when 1
                       perform post-suspense-to-debt
                   when 2
                       perform return-suspense-item
                   when other
                       display "Item left in suspense."
               end-evaluate
           end-if
           .

       post-suspense-to-debt.
           display "Debt ID to post to:"
           accept work-debt-id
           open i-o debts-file
           if debt-file-status not = "00"
               display "No debts recorded yet."
           else
               move work-debt-id to debt-number
               read debts-file
                   invalid key
                       display "No debt with that ID."
                   not invalid key
                       perform apply-suspense-slice
               end-read
               close debts-file
           end-if
           .

       apply-suspense-slice.
           compute open-balance-now = amount - paid - written-off
           evaluate true
               when is-mine not = 1
                   display "Debt " debt-number " is one I owe; a"
                       " deposit cannot be posted to it."
               when debt-currency not = susp-currency
                   display "Debt " debt-number " is in "
                       debt-currency "; the item is in "
                       susp-currency "."
               when open-balance-now = 0
                   display "Debt " debt-number " is already closed."
               when other
                   if work-remaining > open-balance-now
                       move open-balance-now to payment-applied
                   else
                       move work-remaining to payment-applied
                   end-if
                   display "Post " payment-applied " " debt-currency
                       " to debt " debt-number " " name " (open "
                       open-balance-now ")? (1=yes,0=no)"
                   accept confirm-answer
                   if confirm-answer = 1
                       add payment-applied to paid
                       rewrite debt-entry
                       perform write-payment-journal
                       add payment-applied to susp-applied
                       subtract payment-applied from work-remaining
                       if work-remaining = 0
                           move "P" to susp-status
                           perform stamp-worked-date
                       end-if
                       rewrite susp-entry
                       display "Posted; " work-remaining " "
                           susp-currency " left on this item."
                   else
                       display "Nothing posted."
                   end-if
           end-evaluate
           .

       return-suspense-item.
           display "Return " work-remaining " " susp-currency
               " to the payer and close the item? (1=yes,0=no)"
           accept confirm-answer
           if confirm-answer = 1
               move "R" to susp-status
               perform stamp-worked-date
               rewrite susp-entry
               display "Item closed as returned."
           else
               display "Item left in suspense."
           end-if
           .

       stamp-worked-date.
           move function current-date(7:2) to susp-worked-day
           move function current-date(5:2) to susp-worked-month
           move function current-date(1:4) to susp-worked-year
           .

       list-open-suspense.
           display "==== Open suspense items ===="
           move 0 to open-item-count
           move 1 to suspense-left
           open input suspense-file
           if susp-file-status not = "00"
               display "No suspense file on record."
           else
               read suspense-file next record
                   at end set suspense-left to 0
               end-read
               perform until no-more-suspense
                   if susp-status = "O"
                       perform list-one-suspense-item
                   end-if
                   read suspense-file next record
                       at end set suspense-left to 0
                   end-read
               end-perform
               close suspense-file
               display " "
               display open-item-count " open item(s)"
               perform varying bank-cur-ix from 1 by 1
                   until bank-cur-ix > bank-cur-count
                   if bank-suspense-total(bank-cur-ix) > 0
                       display "  " bank-currency(bank-cur-ix) " "
                           bank-suspense-total(bank-cur-ix)
                   end-if
               end-perform
               if suspense-other-total > 0
                   display "  other/bad currency "
                       suspense-other-total
               end-if
           end-if
           .

       list-one-suspense-item.
           add 1 to open-item-count
           compute work-remaining = susp-amount - susp-applied
           move susp-currency to find-currency
           perform find-bank-currency
           if bank-cur-ix = 0
               add work-remaining to suspense-other-total
           else
               add work-remaining to bank-suspense-total(bank-cur-ix)
           end-if
           display susp-number " " susp-day-of "/" susp-month-of "/"
               susp-year-of " " work-remaining " " susp-currency " "
               susp-reason " " susp-reference
           .

       check-calendar-date.
           move 1 to date-valid
           if chk-month < 1 or chk-month > 12 or chk-year = 0
               move 0 to date-valid
           end-if
           if date-valid = 1
               evaluate chk-month
                   when 1 when 3 when 5 when 7 when 8 when 10 when 12
                       move 31 to days-this-month
                   when 4 when 6 when 9 when 11
                       move 30 to days-this-month
                   when 2
                       if function mod(chk-year, 4) = 0
                           and (function mod(chk-year, 100) not = 0
                           or function mod(chk-year, 400) = 0)
                           move 29 to days-this-month
                       else
                           move 28 to days-this-month
                       end-if
               end-evaluate
               if chk-day < 1 or chk-day > days-this-month
                   move 0 to date-valid
               end-if
           end-if
           .

      *> USD, the base, comes first and then the master's currencies
      *> in code order; only codes on the master get a slot, so an
      *> unknown one stays a bad currency.
       load-currency-table.
           move 1 to bank-cur-count
           move "USD" to bank-currency(1)
           move "Y" to bank-cur-active(1)
           move 0 to bank-posted-total(1)
           move 0 to bank-suspense-total(1)
           move 1 to currencies-left
           open input currency-file
           if curr-file-status not = "00"
               move 0 to currencies-left
           else
               read currency-file next record
                   at end set currencies-left to 0
               end-read
               perform until no-more-currencies
                   perform note-one-currency
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

       note-one-currency.
           move curr-code to find-currency
           perform find-bank-currency
           if bank-cur-ix = 0
               if bank-cur-count < 40
                   add 1 to bank-cur-count
                   move bank-cur-count to bank-cur-ix
                   move curr-code to bank-currency(bank-cur-ix)
                   move 0 to bank-posted-total(bank-cur-ix)
                   move 0 to bank-suspense-total(bank-cur-ix)
               end-if
           end-if
           if bank-cur-ix > 0
               move curr-active to bank-cur-active(bank-cur-ix)
           end-if
           .

       find-bank-currency.
           perform varying bank-cur-ix from 1 by 1
               until bank-cur-ix > bank-cur-count
               or bank-currency(bank-cur-ix) = find-currency
               continue
           end-perform
           if bank-cur-ix > bank-cur-count
               move 0 to bank-cur-ix
           end-if
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
       end program debtbnk.

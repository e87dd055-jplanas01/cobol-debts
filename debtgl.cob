       identification division.
       program-id. debtgl.

      *> General-ledger posting interface. Turns everything the
      *> ledger has not yet seen - debts new since the last posting
      *> and payments.dat rows past the last one posted for each
      *> debt, on the live book and the archive alike - into
      *> balanced debit/credit pairs in the debt's own currency, and
      *> writes them to a per-batch import file glNNNNNN.dat
      *> (glextrec.cpy) closed by per-currency and batch control
      *> totals. Account codes come from the account map
      *> glaccts.dat (glacct.cpy), keyed by posting role:
      *>
      *>   new debt owed to me     Dr RECV    Cr ORIGR
      *>   new debt I owe          Dr ORIGP   Cr PAYB
      *>   "P" payment received    Dr CASH    Cr RECV
      *>   "P" payment I made      Dr PAYB    Cr CASH
      *>   "W" write-off, mine     Dr BADxx   Cr RECV  (xx = reason)
      *>   "W" write-off, I owe    Dr PAYB    Cr WOGAIN
      *>   "A" interest / late fee Dr RECV    Cr INTINC / LATEINC
      *>   "A" charge on what I owe Dr ACCREXP Cr PAYB
      *>   "R" bounced, mine       Dr RECV    Cr BOUNCE
      *>   "R" bounced, I owe      Dr BOUNCE  Cr PAYB
      *>
      *> A new debt goes out at its amount less any "A" charges
      *> already on it, since those go out as their own rows. The
      *> open receivable and payable positions in each currency
      *> other than USD are revalued from the rate the previous
      *> batch used to the newest rates.dat rate, in USD, against
      *> FXADJR / FXADJP and FXGAIN / FXLOSS.
      *>
      *> glposted.dat (glposted.cpy) remembers per debt what has
      *> gone out, so a repeated run posts nothing twice; the batch
      *> log glpost.dat (glrun.cpy) brackets each batch, and a
      *> batch that opened but never completed is rolled back out
      *> of glposted.dat at the start of the next run - its import
      *> file must not be loaded. The take-on mode marks a book
      *> whose balances are already in the ledger as posted.

       environment division.
       input-output section.
       file-control.
           select debts-file assign to "debts.dat"
               organization is indexed
               access mode is dynamic
               record key is debt-number
               file status debt-file-status.
           select archive-file assign to "archive.dat"
               organization is indexed
               access mode is dynamic
               record key is arch-debt-number
               file status arch-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select rates-file assign to "rates.dat"
               organization is line sequential
               file status rate-file-status.
           select glaccts-file assign to "glaccts.dat"
               organization is indexed
               access mode is dynamic
               record key is gla-key
               file status gla-file-status.
           select glposted-file assign to "glposted.dat"
               organization is indexed
               access mode is dynamic
               record key is glp-debt-number
               file status glp-file-status.
           select glpost-file assign to "glpost.dat"
               organization is line sequential
               file status glr-file-status.
           select extract-file assign to extract-file-name
               organization is line sequential
               file status glx-file-status.

       data division.
       file section.
       fd debts-file
           data record is debt-entry.
       copy debtrec.

       fd archive-file
           data record is arch-entry.
       copy archrec.

       fd payments-file
           data record is pay-entry.
       copy payrec.

       fd rates-file
           data record is rate-entry.
       copy ratetab.

       fd glaccts-file
           data record is gla-entry.
       copy glacct.

       fd glposted-file
           data record is glp-entry.
       copy glposted.

       fd glpost-file
           data record is glr-entry.
       copy glrun.

       fd extract-file
           data record is glx-record.
       copy glextrec.

       working-storage section.
       01 debt-file-status pic XX.
       01 arch-file-status pic XX.
       01 pay-file-status pic XX.
       01 rate-file-status pic XX.
       01 gla-file-status pic XX.
       01 glp-file-status pic XX.
       01 glr-file-status pic XX.
       01 glx-file-status pic XX.
       01 extract-file-name pic X(12) value spaces.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 rates-left pic 9 value 1.
           88 no-more-rates value 0.
       01 logs-left pic 9 value 1.
           88 no-more-logs value 0.
       01 mode-choice pic 9 value 0.
       01 confirm-answer pic 9 value 0.
       01 today-date pic 9(8).

      *> posting roles and the accounts mapped to them
       01 role-count pic 99 value 0.
       01 role-ix pic 99 value 0.
       01 roles-missing pic 99 value 0.
       01 new-role-key pic X(8).
       01 new-role-name pic X(30).
       01 find-role-key pic X(8).
       01 found-account pic X(12).
       01 role-table.
           02 role-slot occurs 20 times.
               03 role-key pic X(8).
               03 role-name pic X(30).
               03 role-account pic X(12).
       01 set-role-key pic X(8).
       01 set-account pic X(12).

      *> what the batch log says
       01 batch-number pic 9(6) value 0.
       01 next-batch-number pic 9(6) value 1.
       01 batch-is-open pic 9 value 0.
       01 open-batch-number pic 9(6) value 0.
       01 any-posted pic 9 value 0.
       01 rolled-back-count pic 9(5) value 0.

      *> rates: the newest on file, and the ones the last batch used
       01 rate-date pic 9(8).
       01 cur-rate-count pic 99 value 0.
       01 cur-rate-table.
           02 cur-rate-slot occurs 40 times.
               03 cur-rate-currency pic X(3).
               03 cur-rate-date pic 9(8).
               03 cur-rate-value pic 9(5)v9(4).
       01 prev-rate-count pic 99 value 0.
       01 prev-rate-table.
           02 prev-rate-slot occurs 40 times.
               03 prev-rate-currency pic X(3).
               03 prev-rate-value pic 9(5)v9(4).
       01 rate-ix pic 99 value 0.
       01 find-currency pic X(3).
       01 found-rate pic 9(5)v9(4) value 0.

      *> open positions per foreign currency, for revaluation
       01 pos-count pic 99 value 0.
       01 pos-ix pic 99 value 0.
       01 pos-table.
           02 pos-slot occurs 40 times.
               03 pos-currency pic X(3).
               03 pos-recv pic 9(9).
               03 pos-payb pic 9(9).
       01 open-balance pic 9(5) value 0.
       01 now-usd pic 9(9) value 0.
       01 prev-usd pic 9(9) value 0.
       01 reval-diff pic S9(9) value 0.

      *> one debt
       01 glp-found pic 9 value 0.
       01 hold-origin pic X.
       01 hold-rows pic 9(5) value 0.
       01 hold-batch pic 9(6) value 0.
       01 row-ordinal pic 9(5) value 0.
       01 new-items pic 9(5) value 0.
       01 accrued-sum pic 9(7) value 0.
       01 origin-amount pic 9(7) value 0.
       01 debts-posted pic 9(5) value 0.
       01 rows-posted-count pic 9(7) value 0.
       01 origins-posted-count pic 9(5) value 0.
       01 taken-on-count pic 9(5) value 0.

      *> one balanced pair
       01 pair-debit-key pic X(8).
       01 pair-credit-key pic X(8).
       01 pair-amount pic 9(9) value 0.
       01 pair-date pic 9(8) value 0.
       01 pair-currency pic X(3).
       01 pair-debt-number pic 9(6) value 0.
       01 pair-source pic X.
       01 pair-description pic X(30).

      *> control totals per currency and for the batch
       01 line-number pic 9(7) value 0.
       01 total-count pic 99 value 0.
       01 total-ix pic 99 value 0.
       01 total-table.
           02 total-slot occurs 40 times.
               03 total-currency pic X(3).
               03 total-lines pic 9(7).
               03 total-debits pic 9(11).
               03 total-credits pic 9(11).
       01 batch-debits pic 9(11) value 0.
       01 batch-credits pic 9(11) value 0.
       01 totals-full pic 9 value 0.
       copy jobparm.

       procedure division.
           move 0 to return-code
           move function current-date(1:8) to today-date
           perform set-up-roles
           if job-run-active = "Y"
               move 1 to mode-choice
           else
               display "General-ledger posting: 1=post 2=list"
                   " accounts 3=set an account 4=take-on"
               accept mode-choice
           end-if
           evaluate mode-choice
               when 1
                   perform posting-run
               when 2
                   perform list-accounts
               when 3
                   perform set-one-account
               when 4
                   perform take-on-run
               when other
                   display "Please choose 1-4."
                   move 8 to return-code
           end-evaluate
           goback.

       set-up-roles.
           move 0 to role-count
           move "RECV" to new-role-key
           move "Receivables" to new-role-name
           perform add-role
           move "PAYB" to new-role-key
           move "Payables" to new-role-name
           perform add-role
           move "CASH" to new-role-key
           move "Cash" to new-role-name
           perform add-role
           move "ORIGR" to new-role-key
           move "Offset for new receivables" to new-role-name
           perform add-role
           move "ORIGP" to new-role-key
           move "Offset for new payables" to new-role-name
           perform add-role
           move "BOUNCE" to new-role-key
           move "Bounced payments" to new-role-name
           perform add-role
           move "BADFG" to new-role-key
           move "Bad debt - forgiven" to new-role-name
           perform add-role
           move "BADST" to new-role-key
           move "Bad debt - settled" to new-role-name
           perform add-role
           move "BADUC" to new-role-key
           move "Bad debt - uncollectable" to new-role-name
           perform add-role
           move "BADEE" to new-role-key
           move "Bad debt - entry error" to new-role-name
           perform add-role
           move "WOGAIN" to new-role-key
           move "Payables written off" to new-role-name
           perform add-role
           move "INTINC" to new-role-key
           move "Interest income" to new-role-name
           perform add-role
           move "LATEINC" to new-role-key
           move "Late-fee income" to new-role-name
           perform add-role
           move "ACCREXP" to new-role-key
           move "Charges accrued on payables" to new-role-name
           perform add-role
           move "FXADJR" to new-role-key
           move "Receivables revaluation" to new-role-name
           perform add-role
           move "FXADJP" to new-role-key
           move "Payables revaluation" to new-role-name
           perform add-role
           move "FXGAIN" to new-role-key
           move "Exchange gain" to new-role-name
           perform add-role
           move "FXLOSS" to new-role-key
           move "Exchange loss" to new-role-name
           perform add-role
           .

       add-role.
           add 1 to role-count
           move new-role-key to role-key(role-count)
           move new-role-name to role-name(role-count)
           move spaces to role-account(role-count)
           .

       load-account-map.
           move 0 to roles-missing
           open input glaccts-file
           if gla-file-status not = "00"
               move role-count to roles-missing
           else
               perform varying role-ix from 1 by 1
                   until role-ix > role-count
                   move role-key(role-ix) to gla-key
                   read glaccts-file
                       invalid key
                           add 1 to roles-missing
                       not invalid key
                           move gla-account to role-account(role-ix)
                   end-read
               end-perform
               close glaccts-file
           end-if
           .

       list-accounts.
           perform load-account-map
           display "==== General-ledger account map ===="
           perform varying role-ix from 1 by 1
               until role-ix > role-count
               if role-account(role-ix) = spaces
                   display role-key(role-ix) " *** not set ***  "
                       role-name(role-ix)
               else
                   display role-key(role-ix) " "
                       role-account(role-ix) "     "
                       role-name(role-ix)
               end-if
           end-perform
           if roles-missing > 0
               display roles-missing " role(s) still need an"
                   " account before anything can be posted."
           end-if
           .

       set-one-account.
           display "Posting role (e.g. RECV, BADUC):"
           accept set-role-key
           move function upper-case(set-role-key) to set-role-key
           move 0 to role-ix
           perform varying total-ix from 1 by 1
               until total-ix > role-count
               if role-key(total-ix) = set-role-key
                   move total-ix to role-ix
               end-if
           end-perform
           if role-ix = 0
               display "There is no posting role " set-role-key "."
               move 8 to return-code
           else
               display role-name(role-ix)
               display "General-ledger account code:"
               accept set-account
               open i-o glaccts-file
               if gla-file-status = "35"
                   open output glaccts-file
                   close glaccts-file
                   open i-o glaccts-file
               end-if
               move set-role-key to gla-key
               read glaccts-file
                   invalid key
                       move set-account to gla-account
                       move role-name(role-ix) to gla-description
                       move X"0A" to gla-filler
                       write gla-entry
                       end-write
                   not invalid key
                       move set-account to gla-account
                       rewrite gla-entry
                       end-rewrite
               end-read
               close glaccts-file
               display set-role-key " now posts to " set-account "."
           end-if
           .

      *> ---------------------------------------------------------
      *> the posting run
      *> ---------------------------------------------------------
       posting-run.
           perform load-account-map
           if roles-missing > 0
               display roles-missing " posting role(s) have no"
                   " account; set them (mode 3) before posting."
               move 8 to return-code
           else
               perform read-batch-log
               if batch-is-open = 1
                   perform roll-back-batch
               end-if
               perform load-current-rates
               perform post-new-batch
           end-if
           .

      *> the next batch number, whether the newest batch never
      *> completed, and the rates the last completed batch (or the
      *> take-on) valued the book at.
       read-batch-log.
           move 1 to next-batch-number
           move 0 to batch-is-open
           move 0 to any-posted
           move 0 to prev-rate-count
           move 1 to logs-left
           open input glpost-file
           if glr-file-status not = "00"
               move 0 to logs-left
           else
               read glpost-file
                   at end set logs-left to 0
               end-read
               perform until no-more-logs
                   perform note-one-batch-entry
                   read glpost-file
                       at end set logs-left to 0
                   end-read
               end-perform
               close glpost-file
           end-if
           .

       note-one-batch-entry.
           if glr-batch >= next-batch-number
               compute next-batch-number = glr-batch + 1
           end-if
           evaluate glr-event
               when "O"
                   move 1 to batch-is-open
                   move glr-batch to open-batch-number
               when "C"
               when "T"
                   move 0 to batch-is-open
                   move 1 to any-posted
                   move 0 to prev-rate-count
               when "X"
                   move 0 to batch-is-open
               when "R"
                   if prev-rate-count < 40
                       add 1 to prev-rate-count
                       move glr-currency
                           to prev-rate-currency(prev-rate-count)
                       move glr-rate to prev-rate-value(prev-rate-count)
                   end-if
           end-evaluate
           .

       roll-back-batch.
           move 0 to rolled-back-count
           open i-o glposted-file
           if glp-file-status = "00"
               move 1 to records-left
               read glposted-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   if glp-batch = open-batch-number
                       move glp-prev-origin to glp-origin-posted
                       move glp-prev-rows to glp-rows-posted
                       move glp-prev-batch to glp-batch
                       rewrite glp-entry
                       end-rewrite
                       add 1 to rolled-back-count
                   end-if
                   read glposted-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close glposted-file
           end-if
           move open-batch-number to glr-batch
           move "X" to glr-event
           perform append-batch-entry
           display "Batch " open-batch-number " never completed; "
               rolled-back-count " debt(s) rolled back. Do not load"
               " its import file."
           .

      *> the newest rates.dat entry per currency, in units per 1
      *> USD; rows from before rates.dat carried a currency are DOP.
       load-current-rates.
           move 0 to cur-rate-count
           move 1 to rates-left
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
                   if rate-per-usd > 0
                       perform note-one-rate
                   end-if
                   read rates-file
                       at end set rates-left to 0
                   end-read
               end-perform
               close rates-file
           end-if
           .

       note-one-rate.
           compute rate-date =
               rate-year-of * 10000 + rate-month-of * 100
               + rate-day-of
           perform varying rate-ix from 1 by 1
               until rate-ix > cur-rate-count
               or cur-rate-currency(rate-ix) = rate-currency
               continue
           end-perform
           if rate-ix > cur-rate-count
               if cur-rate-count < 40
                   add 1 to cur-rate-count
                   move rate-currency to cur-rate-currency(rate-ix)
                   move 0 to cur-rate-date(rate-ix)
               else
                   move 0 to rate-ix
               end-if
           end-if
           if rate-ix > 0
               if rate-date > cur-rate-date(rate-ix)
                   move rate-date to cur-rate-date(rate-ix)
                   move rate-per-usd to cur-rate-value(rate-ix)
               end-if
           end-if
           .

       post-new-batch.
           move next-batch-number to batch-number
           move batch-number to glr-batch
           move "O" to glr-event
           perform append-batch-entry
           move spaces to extract-file-name
           string
               "gl" delimited by size
               batch-number delimited by size
               ".dat" delimited by size
               into extract-file-name
           end-string
           open output extract-file
           move "H" to glx-type
           move batch-number to glx-batch
           move spaces to glx-body
           move today-date to glx-run-date
           move function current-date(9:6) to glx-run-time
           write glx-record
           open i-o glposted-file
           if glp-file-status = "35"
               open output glposted-file
               close glposted-file
               open i-o glposted-file
           end-if
           move 0 to pos-count
           open input debts-file
           if debt-file-status = "00"
               move 1 to records-left
               read debts-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   perform post-one-debt
                   perform note-open-position
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close debts-file
           end-if
           open input archive-file
           if arch-file-status = "00"
               move 1 to records-left
               read archive-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   move arch-entry to debt-entry
                   perform post-one-debt
                   read archive-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close archive-file
           end-if
           close glposted-file
           perform post-revaluation
           perform write-control-trailers
           close extract-file
           if totals-full = 1
               move batch-number to open-batch-number
               perform roll-back-batch
               move 8 to return-code
           else
               move batch-number to glr-batch
               move "C" to glr-event
               move line-number to glr-lines
               move batch-debits to glr-debits
               move batch-credits to glr-credits
               perform append-batch-entry
               perform append-rate-entries
               display "Batch " batch-number " written to "
                   function trim(extract-file-name) ": "
                   line-number " line(s)."
               display "  " debts-posted " debt(s) moved: "
                   origins-posted-count " new debt(s), "
                   rows-posted-count " journal row(s)."
               perform varying total-ix from 1 by 1
                   until total-ix > total-count
                   display "  " total-currency(total-ix) " debits "
                       total-debits(total-ix) "  credits "
                       total-credits(total-ix) "  lines "
                       total-lines(total-ix)
               end-perform
           end-if
           .

      *> what the posting log says went out for this debt is
      *> compared with what is on file now; anything past it goes
      *> out, and the log moves on with the old values kept.
       post-one-debt.
           move debt-number to glp-debt-number
           move 1 to glp-found
           read glposted-file
               invalid key
                   move 0 to glp-found
                   move "N" to glp-origin-posted
                   move 0 to glp-rows-posted
                   move 0 to glp-batch
           end-read
           move glp-origin-posted to hold-origin
           move glp-rows-posted to hold-rows
           move glp-batch to hold-batch
           move 0 to new-items
           if hold-origin not = "Y"
               perform sum-accrued-rows
               if amount > accrued-sum
                   compute origin-amount = amount - accrued-sum
               else
                   move 0 to origin-amount
               end-if
               perform post-origination
               add 1 to new-items
               add 1 to origins-posted-count
           end-if
           perform post-new-rows
           if new-items > 0
               add 1 to debts-posted
               move debt-number to glp-debt-number
               move "Y" to glp-origin-posted
               move row-ordinal to glp-rows-posted
               move batch-number to glp-batch
               move hold-origin to glp-prev-origin
               move hold-rows to glp-prev-rows
               move hold-batch to glp-prev-batch
               move X"0A" to glp-filler
               if glp-found = 1
                   rewrite glp-entry
                       invalid key
                           display "Could not update the posting log"
                               " for debt " debt-number "."
                   end-rewrite
               else
                   write glp-entry
                       invalid key
                           display "Could not update the posting log"
                               " for debt " debt-number "."
                   end-write
               end-if
           end-if
           .

       sum-accrued-rows.
           move 0 to accrued-sum
           move 1 to payments-left
           open input payments-file
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   if pay-type = "A"
                       add pay-amount to accrued-sum
                   end-if
                   perform read-debt-journal
               end-perform
               close payments-file
           end-if
           .

       post-origination.
           if is-mine = 1
               move "RECV" to pair-debit-key
               move "ORIGR" to pair-credit-key
               move "NEW DEBT OWED TO ME" to pair-description
           else
               move "ORIGP" to pair-debit-key
               move "PAYB" to pair-credit-key
               move "NEW DEBT I OWE" to pair-description
           end-if
           move origin-amount to pair-amount
           compute pair-date = year-of * 10000 + month-of * 100
               + day-of
           move debt-currency to pair-currency
           move debt-number to pair-debt-number
           move "N" to pair-source
           perform write-gl-pair
           .

       post-new-rows.
           move 0 to row-ordinal
           move 1 to payments-left
           open input payments-file
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   add 1 to row-ordinal
                   if row-ordinal > hold-rows
                       perform post-one-row
                       add 1 to new-items
                       add 1 to rows-posted-count
                   end-if
                   perform read-debt-journal
               end-perform
               close payments-file
           end-if
           .

       post-one-row.
           move spaces to pair-debit-key
           evaluate true
               when pay-type = "P" and is-mine = 1
                   move "CASH" to pair-debit-key
                   move "RECV" to pair-credit-key
                   move "PAYMENT RECEIVED" to pair-description
               when pay-type = "P"
                   move "PAYB" to pair-debit-key
                   move "CASH" to pair-credit-key
                   move "PAYMENT MADE" to pair-description
               when pay-type = "W" and is-mine = 1
                   evaluate pay-reason
                       when "FG"
                           move "BADFG" to pair-debit-key
                       when "ST"
                           move "BADST" to pair-debit-key
                       when "EE"
                           move "BADEE" to pair-debit-key
                       when other
                           move "BADUC" to pair-debit-key
                   end-evaluate
                   move "RECV" to pair-credit-key
                   move "WRITE-OFF" to pair-description
               when pay-type = "W"
                   move "PAYB" to pair-debit-key
                   move "WOGAIN" to pair-credit-key
                   move "PAYABLE WRITTEN OFF" to pair-description
               when pay-type = "A" and is-mine = 1
                   move "RECV" to pair-debit-key
                   if pay-reason = "IN"
                       move "INTINC" to pair-credit-key
                       move "INTEREST CHARGED" to pair-description
                   else
                       move "LATEINC" to pair-credit-key
                       move "LATE FEE CHARGED" to pair-description
                   end-if
               when pay-type = "A"
                   move "ACCREXP" to pair-debit-key
                   move "PAYB" to pair-credit-key
                   move "CHARGE ON PAYABLE" to pair-description
               when pay-type = "R" and is-mine = 1
                   move "RECV" to pair-debit-key
                   move "BOUNCE" to pair-credit-key
                   move "PAYMENT REVERSED" to pair-description
               when pay-type = "R"
                   move "BOUNCE" to pair-debit-key
                   move "PAYB" to pair-credit-key
                   move "PAYMENT MADE REVERSED" to pair-description
               when other
                   display "Journal row of type " pay-type " on debt "
                       debt-number " has no posting rule; skipped."
           end-evaluate
           if pair-debit-key not = spaces
               move pay-amount to pair-amount
               compute pair-date = pay-year-of * 10000
                   + pay-month-of * 100 + pay-day-of
               move pay-currency to pair-currency
               move debt-number to pair-debt-number
               move pay-type to pair-source
               perform write-gl-pair
           end-if
           .

      *> one debit line and one credit line for the same amount in
      *> the same currency, so every currency balances by itself.
       write-gl-pair.
           move 0 to total-ix
           if pair-amount > 0
               move pair-currency to find-currency
               perform find-total-slot
           end-if
           if pair-amount > 0 and total-ix > 0
               move pair-debit-key to find-role-key
               perform find-role-account
               move "D" to glx-type
               move batch-number to glx-batch
               move spaces to glx-body
               add 1 to line-number
               move line-number to glx-line-number
               move pair-date to glx-post-date
               move pair-currency to glx-currency
               move found-account to glx-account
               move pair-amount to glx-debit
               move 0 to glx-credit
               move pair-debt-number to glx-debt-number
               move pair-source to glx-source
               move pair-description to glx-description
               write glx-record
               add 1 to total-lines(total-ix)
               add pair-amount to total-debits(total-ix)
               add pair-amount to batch-debits
               move pair-credit-key to find-role-key
               perform find-role-account
               add 1 to line-number
               move line-number to glx-line-number
               move found-account to glx-account
               move 0 to glx-debit
               move pair-amount to glx-credit
               write glx-record
               add 1 to total-lines(total-ix)
               add pair-amount to total-credits(total-ix)
               add pair-amount to batch-credits
           end-if
           .

       find-role-account.
           move spaces to found-account
           perform varying role-ix from 1 by 1
               until role-ix > role-count
               if role-key(role-ix) = find-role-key
                   move role-account(role-ix) to found-account
               end-if
           end-perform
           .

       find-total-slot.
           move 0 to total-ix
           perform varying rate-ix from 1 by 1
               until rate-ix > total-count
               if total-currency(rate-ix) = find-currency
                   move rate-ix to total-ix
               end-if
           end-perform
      *> a currency the control totals cannot hold would leave the
      *> extract unprovable, so the whole batch is refused instead.
           if total-ix = 0
               if total-count < 40
                   add 1 to total-count
                   move total-count to total-ix
                   move find-currency to total-currency(total-ix)
                   move 0 to total-lines(total-ix)
                   move 0 to total-debits(total-ix)
                   move 0 to total-credits(total-ix)
               else
                   if totals-full = 0
                       display "More currencies than the control"
                           " totals can hold; " find-currency
                           " has no slot and the batch is refused."
                       move 1 to totals-full
                   end-if
                   move 8 to return-code
               end-if
           end-if
           .

       note-open-position.
           if debt-currency not = "USD"
               and paid + written-off < amount
               compute open-balance = amount - paid - written-off
               move 0 to pos-ix
               perform varying rate-ix from 1 by 1
                   until rate-ix > pos-count
                   if pos-currency(rate-ix) = debt-currency
                       move rate-ix to pos-ix
                   end-if
               end-perform
               if pos-ix = 0 and pos-count < 40
                   add 1 to pos-count
                   move pos-count to pos-ix
                   move debt-currency to pos-currency(pos-ix)
                   move 0 to pos-recv(pos-ix)
                   move 0 to pos-payb(pos-ix)
               else
                   if pos-ix = 0
                       display "More currencies than the revaluation"
                           " can hold; " debt-currency
                           " not revalued."
                       if return-code < 4
                           move 4 to return-code
                       end-if
                   end-if
               end-if
               if pos-ix > 0
                   if is-mine = 1
                       add open-balance to pos-recv(pos-ix)
                   else
                       add open-balance to pos-payb(pos-ix)
                   end-if
               end-if
           end-if
           .

      *> the open position in each foreign currency valued at
      *> today's rate less the same position at the rate the last
      *> batch used; the difference is booked in USD.
       post-revaluation.
           perform varying pos-ix from 1 by 1
               until pos-ix > pos-count
               move pos-currency(pos-ix) to find-currency
               perform find-current-rate
               if found-rate = 0
                   display "No rate on file for " find-currency
                       "; its revaluation is skipped."
               else
                   perform find-previous-rate
                   if found-rate > 0
                       perform revalue-one-currency
                   end-if
               end-if
           end-perform
           .

       revalue-one-currency.
           move "USD" to pair-currency
           move 0 to pair-debt-number
           move "F" to pair-source
           move today-date to pair-date
           perform find-current-rate
           compute now-usd rounded =
               pos-recv(pos-ix) / found-rate
           perform find-previous-rate
           compute prev-usd rounded =
               pos-recv(pos-ix) / found-rate
           compute reval-diff = now-usd - prev-usd
           move spaces to pair-description
           string "REVALUE " find-currency " RECEIVABLES"
               delimited by size into pair-description
           end-string
           if reval-diff > 0
               move "FXADJR" to pair-debit-key
               move "FXGAIN" to pair-credit-key
               move reval-diff to pair-amount
               perform write-gl-pair
           end-if
           if reval-diff < 0
               move "FXLOSS" to pair-debit-key
               move "FXADJR" to pair-credit-key
               compute pair-amount = 0 - reval-diff
               perform write-gl-pair
           end-if
           perform find-current-rate
           compute now-usd rounded =
               pos-payb(pos-ix) / found-rate
           perform find-previous-rate
           compute prev-usd rounded =
               pos-payb(pos-ix) / found-rate
           compute reval-diff = now-usd - prev-usd
           move spaces to pair-description
           string "REVALUE " find-currency " PAYABLES"
               delimited by size into pair-description
           end-string
           if reval-diff > 0
               move "FXLOSS" to pair-debit-key
               move "FXADJP" to pair-credit-key
               move reval-diff to pair-amount
               perform write-gl-pair
           end-if
           if reval-diff < 0
               move "FXADJP" to pair-debit-key
               move "FXGAIN" to pair-credit-key
               compute pair-amount = 0 - reval-diff
               perform write-gl-pair
           end-if
           .

       find-current-rate.
           move 0 to found-rate
           perform varying rate-ix from 1 by 1
               until rate-ix > cur-rate-count
               if cur-rate-currency(rate-ix) = find-currency
                   move cur-rate-value(rate-ix) to found-rate
               end-if
           end-perform
           .

       find-previous-rate.
           move 0 to found-rate
           perform varying rate-ix from 1 by 1
               until rate-ix > prev-rate-count
               if prev-rate-currency(rate-ix) = find-currency
                   move prev-rate-value(rate-ix) to found-rate
               end-if
           end-perform
           .

       write-control-trailers.
           perform varying total-ix from 1 by 1
               until total-ix > total-count
               move "T" to glx-type
               move batch-number to glx-batch
               move spaces to glx-body
               move total-currency(total-ix) to glx-trl-currency
               move total-lines(total-ix) to glx-trl-lines
               move total-debits(total-ix) to glx-trl-debits
               move total-credits(total-ix) to glx-trl-credits
               write glx-record
           end-perform
           move "Z" to glx-type
           move batch-number to glx-batch
           move spaces to glx-body
           move "***" to glx-trl-currency
           move line-number to glx-trl-lines
           move batch-debits to glx-trl-debits
           move batch-credits to glx-trl-credits
           write glx-record
           .

      *> one R row per foreign currency held, with the rate this
      *> batch valued it at, for the next batch to revalue from.
       append-rate-entries.
           perform varying pos-ix from 1 by 1
               until pos-ix > pos-count
               move pos-currency(pos-ix) to find-currency
               perform find-current-rate
               if found-rate > 0
                   move batch-number to glr-batch
                   move "R" to glr-event
                   move 0 to glr-lines
                   move 0 to glr-debits
                   move 0 to glr-credits
                   move find-currency to glr-currency
                   move found-rate to glr-rate
                   move pos-recv(pos-ix) to glr-recv
                   move pos-payb(pos-ix) to glr-payb
                   perform append-batch-entry
               end-if
           end-perform
           .

       append-batch-entry.
           move function current-date(7:2) to glr-day
           move function current-date(5:2) to glr-month
           move function current-date(1:4) to glr-year
           if glr-event not = "R"
               move spaces to glr-currency
               move 0 to glr-rate
               move 0 to glr-recv
               move 0 to glr-payb
               if glr-event not = "C"
                   move 0 to glr-lines
                   move 0 to glr-debits
                   move 0 to glr-credits
               end-if
           end-if
           open extend glpost-file
           if glr-file-status = "35"
               open output glpost-file
           end-if
           write glr-entry
           close glpost-file
           .

      *> ---------------------------------------------------------
      *> take-on: for a book whose balances were keyed into the
      *> ledger by hand before this interface, every debt on file
      *> and every journal row it has so far is marked as posted,
      *> and today's rates become the revaluation starting point.
      *> Only allowed before the first batch.
      *> ---------------------------------------------------------
       take-on-run.
           perform read-batch-log
           if any-posted = 1 or batch-is-open = 1
               or next-batch-number > 1
               display "The ledger interface has already run; the"
                   " take-on is only for before the first batch."
               move 8 to return-code
           else
               display "Mark every debt and journal row on file as"
                   " already in the ledger? (1=yes,0=no)"
               accept confirm-answer
               if confirm-answer = 1
                   perform load-current-rates
                   perform take-on-book
               else
                   display "Nothing marked."
               end-if
           end-if
           .

       take-on-book.
           move next-batch-number to batch-number
           open i-o glposted-file
           if glp-file-status = "35"
               open output glposted-file
               close glposted-file
               open i-o glposted-file
           end-if
           move 0 to pos-count
           open input debts-file
           if debt-file-status = "00"
               move 1 to records-left
               read debts-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   perform take-on-one-debt
                   perform note-open-position
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close debts-file
           end-if
           open input archive-file
           if arch-file-status = "00"
               move 1 to records-left
               read archive-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   move arch-entry to debt-entry
                   perform take-on-one-debt
                   read archive-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close archive-file
           end-if
           close glposted-file
           move batch-number to glr-batch
           move "T" to glr-event
           perform append-batch-entry
           perform append-rate-entries
           display taken-on-count " debt(s) marked as already in the"
               " ledger."
           .

       take-on-one-debt.
           move debt-number to glp-debt-number
           read glposted-file
               invalid key
                   move 99999 to hold-rows
                   perform post-new-rows
                   move debt-number to glp-debt-number
                   move "Y" to glp-origin-posted
                   move row-ordinal to glp-rows-posted
                   move 0 to glp-batch
                   move "N" to glp-prev-origin
                   move 0 to glp-prev-rows
                   move 0 to glp-prev-batch
                   move X"0A" to glp-filler
                   write glp-entry
                       invalid key
                           continue
                       not invalid key
                           add 1 to taken-on-count
                   end-write
           end-read
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
       end program debtgl.

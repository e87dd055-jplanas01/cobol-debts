       identification division.
       program-id. debtrsk.

      *> Risk scoring run: grades every debtor on debtors.dat from
      *> how they have actually paid me, writes the grade and score
      *> back to the master (debtormst.cpy) and prints the debtors
      *> ranked worst first. Only is-mine debts count - what I owe a
      *> person says nothing about how they pay. Points are:
      *>
      *>   oldest unpaid past-due installment on scheds.dat
      *>     1-30 days late 10, 31-90 days 25, over 90 days 40,
      *>     plus 2 for every past-due installment, at most 20;
      *>   broken promises in promises.dat (the same test debtpro
      *>     makes) 15 each, at most 45;
      *>   "R" bounced-payment reversals in payments.dat 10 each,
      *>     at most 30;
      *>   "W" write-offs in payments.dat, other than EE entry
      *>     errors, 20 each, at most 40;
      *>   age of the oldest open debt on the debtage buckets:
      *>     31-60 days 5, 61-90 days 10, over 90 days 20.
      *>
      *> A score under 10 grades A, under 30 B, under 60 C, and 60
      *> or more D - high risk, which add-debt in debts.cob will not
      *> take on without an override. Journal rows on debts debtarc
      *> has archived still count against the debtor. The report
      *> also shows each debtor's open exposure in USD (every other
      *> currency at its newest rates.dat rate) against their
      *> credit limit.

       environment division.
       input-output section.
       file-control.
           select debtors-file assign to "debtors.dat"
               organization is indexed
               access mode is dynamic
               record key is debtor-number
               file status debtor-file-status.
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
           select scheds-file assign to "scheds.dat"
               organization is indexed
               access mode is sequential
               record key is sched-key
               file status sched-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select promises-file assign to "promises.dat"
               organization is line sequential
               file status prom-file-status.
           select rates-file assign to "rates.dat"
               organization is line sequential
               file status rate-file-status.

       data division.
       file section.
       fd debtors-file
           data record is debtor-entry.
       copy debtormst.

       fd debts-file
           data record is debt-entry.
       copy debtrec.

       fd archive-file
           data record is arch-entry.
       copy archrec.

       fd scheds-file
           data record is sched-entry.
       copy schedrec.

       fd payments-file
           data record is pay-entry.
       copy payrec.

       fd promises-file
           data record is prom-entry.
       copy promrec.

       fd rates-file
           data record is rate-entry.
       copy ratetab.

       working-storage section.
       01 debtor-file-status pic XX.
       01 debt-file-status pic XX.
       01 arch-file-status pic XX.
       01 sched-file-status pic XX.
       01 pay-file-status pic XX.
       01 prom-file-status pic XX.
       01 rate-file-status pic XX.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 debtors-left pic 9 value 1.
           88 no-more-debtors value 0.
       01 scheds-left pic 9 value 1.
           88 no-more-scheds value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 promises-left pic 9 value 1.
           88 no-more-promises value 0.
       01 rates-left pic 9 value 1.
           88 no-more-rates value 0.
       01 debts-open pic 9 value 0.
       01 archive-open pic 9 value 0.

       01 today-date pic 9(8).
       01 today-integer pic 9(7).
       01 date-packed pic 9(8).
       01 date-integer pic 9(7).
       01 days-since pic S9(5).
       01 open-balance pic 9(5) value 0.
       01 open-balance-usd pic 9(7) value 0.
       01 have-rate pic 9 value 0.
       01 rate-date pic 9(8).
       01 unrated-count pic 9(5) value 0.
      *> newest rate per currency, in units per 1 USD
       01 rate-count pic 99 value 0.
       01 rate-ix pic 99 value 0.
       01 rate-table.
           02 rate-slot occurs 40 times.
               03 rslot-currency pic X(3).
               03 rslot-date pic 9(8).
               03 rslot-rate pic 9(5)v9(4).

      *> the debt a journal or schedule row belongs to
       01 owner-found pic 9 value 0.
       01 owner-debtor-id pic 9(4) value 0.
       01 owner-is-mine pic 9 value 0.

      *> broken-promise test, as debtpro makes it
       01 prom-contact-packed pic 9(8).
       01 prom-promised-packed pic 9(8).
       01 promise-paid-sum pic 9(7) value 0.
       01 own-debt-count pic 9(3) value 0.
       01 own-debt-ix pic 9(3) value 0.
       01 own-debt-table.
           02 own-debt-num occurs 200 times pic 9(6).

      *> behaviour per debtor, subscripted by debtor number
       01 risk-table.
           02 risk-slot occurs 9999 times.
               03 risk-max-days-late pic 9(5).
               03 risk-late-count pic 9(4).
               03 risk-broken-count pic 9(3).
               03 risk-reversal-count pic 9(3).
               03 risk-writeoff-count pic 9(3).
               03 risk-oldest-days pic 9(5).
               03 risk-exposure pic 9(9).
       01 risk-ix pic 9(4) value 0.

      *> scoring one debtor
       01 score-total pic 9(5) value 0.
       01 score-part pic 9(5) value 0.
       01 new-grade pic X value space.
       01 graded-count pic 9(5) value 0.
       01 grade-a-count pic 9(5) value 0.
       01 grade-b-count pic 9(5) value 0.
       01 grade-c-count pic 9(5) value 0.
       01 grade-d-count pic 9(5) value 0.
       01 over-limit-count pic 9(5) value 0.

      *> the ranked list, worst score first
       01 rank-count pic 9(4) value 0.
       01 rank-ix pic 9(4) value 0.
       01 rank-table-full pic 9 value 0.
       01 rank-table.
           02 rank-slot occurs 2000 times.
               03 rank-debtor-number pic 9(4).
               03 rank-score pic 9(5).
       01 rank-hold.
           02 hold-debtor-number pic 9(4).
           02 hold-score pic 9(5).
       01 limit-flag pic X(10).

       procedure division.
           move 0 to return-code
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(today-date)
           display "==== Debtor risk grading as of "
               today-date(7:2) "/" today-date(5:2) "/"
               today-date(1:4) " ===="
           display " "
           open input debtors-file
           if debtor-file-status not = "00"
               display "No debtor master on file; nothing graded."
               move 4 to return-code
               goback
           end-if
           close debtors-file
           initialize risk-table
           perform load-current-rates
           open input debts-file
           if debt-file-status = "00"
               move 1 to debts-open
           end-if
           open input archive-file
           if arch-file-status = "00"
               move 1 to archive-open
           end-if
           perform scan-open-debts
           perform scan-late-installments
           perform scan-journal-rows
           perform scan-broken-promises
           if archive-open = 1
               close archive-file
           end-if
           if debts-open = 1
               close debts-file
           end-if
           perform grade-every-debtor
           perform print-ranked-report
           goback.

      *> rows from before rates.dat carried a currency are DOP.
       load-current-rates.
           move 1 to rates-left
           move 0 to rate-count
           open input rates-file
           if rate-file-status not = "00"
               display "No rate table found; debts not in USD are"
                   " left out of the USD exposure."
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
               until rate-ix > rate-count
               or rslot-currency(rate-ix) = rate-currency
               continue
           end-perform
           if rate-ix > rate-count
               if rate-count < 40
                   add 1 to rate-count
                   move rate-currency to rslot-currency(rate-ix)
                   move 0 to rslot-date(rate-ix)
               else
                   move 0 to rate-ix
               end-if
           end-if
           if rate-ix > 0
               if rate-date > rslot-date(rate-ix)
                   move rate-date to rslot-date(rate-ix)
                   move rate-per-usd to rslot-rate(rate-ix)
               end-if
           end-if
           .

      *> open exposure and the age of the oldest open debt.
       scan-open-debts.
           if debts-open = 1
               move 1 to records-left
               read debts-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   if is-mine = 1 and debtor-id > 0
                       and paid + written-off < amount
                       perform note-open-debt
                   end-if
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-perform
           end-if
           .

       note-open-debt.
           move debtor-id to risk-ix
           compute open-balance = amount - paid - written-off
           move 0 to have-rate
           if debt-currency not = "USD"
               perform varying rate-ix from 1 by 1
                   until rate-ix > rate-count
                   or rslot-currency(rate-ix) = debt-currency
                   continue
               end-perform
               if rate-ix <= rate-count
                   move 1 to have-rate
               end-if
           end-if
           evaluate true
               when debt-currency = "USD"
                   move open-balance to open-balance-usd
               when have-rate = 1
                   compute open-balance-usd rounded =
                       open-balance / rslot-rate(rate-ix)
               when other
                   move 0 to open-balance-usd
                   add 1 to unrated-count
           end-evaluate
           add open-balance-usd to risk-exposure(risk-ix)
           compute date-packed =
               year-of * 10000 + month-of * 100 + day-of
           compute date-integer = function integer-of-date(date-packed)
           compute days-since = today-integer - date-integer
           if days-since > risk-oldest-days(risk-ix)
               move days-since to risk-oldest-days(risk-ix)
           end-if
           .

       scan-late-installments.
           open input scheds-file
           if sched-file-status = "00"
               move 1 to scheds-left
               read scheds-file next record
                   at end set scheds-left to 0
               end-read
               perform until no-more-scheds
                   if sched-paid-flag = 0
                       perform note-late-installment
                   end-if
                   read scheds-file next record
                       at end set scheds-left to 0
                   end-read
               end-perform
               close scheds-file
           end-if
           .

       note-late-installment.
           compute date-packed = sched-year-of * 10000
               + sched-month-of * 100 + sched-day-of
           if date-packed < today-date
               move sched-debt-number to debt-number
               perform find-debt-owner
               if owner-found = 1 and owner-is-mine = 1
                   and owner-debtor-id > 0
                   move owner-debtor-id to risk-ix
                   compute date-integer =
                       function integer-of-date(date-packed)
                   compute days-since = today-integer - date-integer
                   add 1 to risk-late-count(risk-ix)
                   if days-since > risk-max-days-late(risk-ix)
                       move days-since to risk-max-days-late(risk-ix)
                   end-if
               end-if
           end-if
           .

      *> a journal row's debt may since have been archived; the
      *> archive copy has the same layout.
       find-debt-owner.
           move 0 to owner-found
           if debts-open = 1
               read debts-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to owner-found
                       move debtor-id to owner-debtor-id
                       move is-mine to owner-is-mine
               end-read
           end-if
           if owner-found = 0 and archive-open = 1
               move debt-number to arch-debt-number
               read archive-file
                   invalid key
                       continue
                   not invalid key
                       move arch-entry to debt-entry
                       move 1 to owner-found
                       move debtor-id to owner-debtor-id
                       move is-mine to owner-is-mine
               end-read
           end-if
           .

       scan-journal-rows.
           open input payments-file
           if pay-file-status = "00"
               move 1 to payments-left
               read payments-file next record
                   at end set payments-left to 0
               end-read
               perform until no-more-payments
                   if pay-type = "R"
                       or (pay-type = "W" and pay-reason not = "EE")
                       perform note-journal-row
                   end-if
                   read payments-file next record
                       at end set payments-left to 0
                   end-read
               end-perform
               close payments-file
           end-if
           .

       note-journal-row.
           move pay-debt-number to debt-number
           perform find-debt-owner
           if owner-found = 1 and owner-is-mine = 1
               and owner-debtor-id > 0
               move owner-debtor-id to risk-ix
               if pay-type = "R"
                   add 1 to risk-reversal-count(risk-ix)
               else
                   add 1 to risk-writeoff-count(risk-ix)
               end-if
           end-if
           .

       scan-broken-promises.
           open input promises-file
           if prom-file-status = "00"
               move 1 to promises-left
               read promises-file
                   at end set promises-left to 0
               end-read
               perform until no-more-promises
                   perform check-one-promise
                   read promises-file
                       at end set promises-left to 0
                   end-read
               end-perform
               close promises-file
           end-if
           .

       check-one-promise.
           compute prom-contact-packed =
               prom-contact-year * 10000 + prom-contact-month * 100
               + prom-contact-day
           compute prom-promised-packed =
               prom-promised-year * 10000
               + prom-promised-month * 100 + prom-promised-day
           if prom-amount not = 0
               and prom-promised-packed < today-date
               and prom-debtor-number > 0
               perform collect-debtor-debts
               perform sum-promise-payments
               if promise-paid-sum < prom-amount
                   move prom-debtor-number to risk-ix
                   add 1 to risk-broken-count(risk-ix)
               end-if
           end-if
           .

       collect-debtor-debts.
           move 0 to own-debt-count
           if debts-open = 1
               move 1 to records-left
               move 0 to debt-number
               start debts-file key is >= debt-number
                   invalid key
                       move 0 to records-left
               end-start
               if records-left = 1
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-if
               perform until no-more-records
                   if debtor-id = prom-debtor-number
                       and is-mine = 1
                       and own-debt-count < 200
                       add 1 to own-debt-count
                       move debt-number
                           to own-debt-num(own-debt-count)
                   end-if
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-perform
           end-if
           .

       sum-promise-payments.
           move 0 to promise-paid-sum
           move 1 to payments-left
           open input payments-file
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               perform varying own-debt-ix from 1 by 1
                   until own-debt-ix > own-debt-count
                   move own-debt-num(own-debt-ix)
                       to journal-debt-number
                   perform start-debt-journal
                   perform until no-more-payments
                       perform count-payment-toward-promise
                       perform read-debt-journal
                   end-perform
               end-perform
               close payments-file
           end-if
           .

      *> reversed payments come back off the promise: money that
      *> bounced was never really brought in.
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
           .

      *> a debtor merged into another has no debts of its own left
      *> and keeps the grade it had when it was retired.
       grade-every-debtor.
           open i-o debtors-file
           move 1 to debtors-left
           read debtors-file next record
               at end set debtors-left to 0
           end-read
           perform until no-more-debtors
               if debtor-number > 0 and not debtor-is-merged
                   perform grade-one-debtor
               end-if
               read debtors-file next record
                   at end set debtors-left to 0
               end-read
           end-perform
           close debtors-file
           .

       grade-one-debtor.
           move debtor-number to risk-ix
           perform compute-risk-score
           evaluate true
               when score-total < 10
                   move "A" to new-grade
                   add 1 to grade-a-count
               when score-total < 30
                   move "B" to new-grade
                   add 1 to grade-b-count
               when score-total < 60
                   move "C" to new-grade
                   add 1 to grade-c-count
               when other
                   move "D" to new-grade
                   add 1 to grade-d-count
           end-evaluate
           move new-grade to debtor-risk-grade
           move score-total to debtor-risk-score
           move today-date(7:2) to debtor-graded-day
           move today-date(5:2) to debtor-graded-month
           move today-date(1:4) to debtor-graded-year
           rewrite debtor-entry
               invalid key
                   display "Could not save the grade for debtor "
                       debtor-number "."
               not invalid key
                   add 1 to graded-count
                   perform add-rank-slot
           end-rewrite
           .

       compute-risk-score.
           move 0 to score-total
           evaluate true
               when risk-late-count(risk-ix) = 0
                   continue
               when risk-max-days-late(risk-ix) <= 30
                   add 10 to score-total
               when risk-max-days-late(risk-ix) <= 90
                   add 25 to score-total
               when other
                   add 40 to score-total
           end-evaluate
           compute score-part = risk-late-count(risk-ix) * 2
           if score-part > 20
               move 20 to score-part
           end-if
           add score-part to score-total
           compute score-part = risk-broken-count(risk-ix) * 15
           if score-part > 45
               move 45 to score-part
           end-if
           add score-part to score-total
           compute score-part = risk-reversal-count(risk-ix) * 10
           if score-part > 30
               move 30 to score-part
           end-if
           add score-part to score-total
           compute score-part = risk-writeoff-count(risk-ix) * 20
           if score-part > 40
               move 40 to score-part
           end-if
           add score-part to score-total
           evaluate true
               when risk-oldest-days(risk-ix) > 90
                   add 20 to score-total
               when risk-oldest-days(risk-ix) > 60
                   add 10 to score-total
               when risk-oldest-days(risk-ix) > 30
                   add 5 to score-total
           end-evaluate
           .

      *> insertion keeps the list worst-first; equal scores stay in
      *> debtor-number order.
       add-rank-slot.
           if rank-count >= 2000
               move 1 to rank-table-full
           else
               add 1 to rank-count
               move debtor-number to rank-debtor-number(rank-count)
               move score-total to rank-score(rank-count)
               perform varying rank-ix from rank-count by -1
                   until rank-ix < 2
                   or rank-score(rank-ix) <= rank-score(rank-ix - 1)
                   move rank-slot(rank-ix) to rank-hold
                   move rank-slot(rank-ix - 1) to rank-slot(rank-ix)
                   move rank-hold to rank-slot(rank-ix - 1)
               end-perform
           end-if
           .

       print-ranked-report.
           display "Rank Debtor Name                 Grade Score"
               "  Late(max days/count) Broken Bounced W/off"
           open input debtors-file
           perform varying rank-ix from 1 by 1
               until rank-ix > rank-count
               perform print-one-ranked-debtor
           end-perform
           close debtors-file
           display " "
           display graded-count " debtor(s) graded:  A " grade-a-count
               "  B " grade-b-count "  C " grade-c-count
               "  D " grade-d-count
           display over-limit-count " debtor(s) over their credit"
               " limit."
           if unrated-count > 0
               display unrated-count " open debt(s) in a currency"
                   " with no rate on file left out of the exposure."
           end-if
           if rank-table-full = 1
               display "More than 2000 debtors; the ranked list"
                   " shows the first 2000 graded."
           end-if
           .

       print-one-ranked-debtor.
           move rank-debtor-number(rank-ix) to debtor-number
           move rank-debtor-number(rank-ix) to risk-ix
           read debtors-file
               invalid key
                   move "(unknown)" to debtor-name
                   move 0 to debtor-credit-limit
           end-read
           move spaces to limit-flag
           if debtor-credit-limit > 0
               and risk-exposure(risk-ix) > debtor-credit-limit
               move "OVER LIMIT" to limit-flag
               add 1 to over-limit-count
           end-if
           display rank-ix " " debtor-number "   " debtor-name " "
               debtor-risk-grade "     " rank-score(rank-ix) "  "
               risk-max-days-late(risk-ix) "/"
               risk-late-count(risk-ix) "            "
               risk-broken-count(risk-ix) "    "
               risk-reversal-count(risk-ix) "     "
               risk-writeoff-count(risk-ix)
           display "            exposure USD " risk-exposure(risk-ix)
               "  limit " debtor-credit-limit "  " limit-flag
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
       end program debtrsk.

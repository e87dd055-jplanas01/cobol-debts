      *> prints with the debtor's name and phone from debtors.dat
      *> and how short the money came in, so the calls can be worked
      *> straight off the page instead of from memory and the aging
      *> report. A debtor with a dispute open on any of their debts
      *> (disputes.dat) is held off the list until it is resolved,
      *> and the list says so; so is one with a debt placed with the
      *> collection agency (placed.dat), whose calls are the
      *> agency's to make.

       environment division.
       input-output section.
               organization is line sequential
               file status prom-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select debts-file assign to "debts.dat"
               organization is indexed
               access mode is dynamic
               record key is debtor-number
               file status debtor-file-status.
           select disputes-file assign to "disputes.dat"
               organization is indexed
               access mode is dynamic
               record key is disp-key
               file status disp-file-status.
           select placed-file assign to "placed.dat"
               organization is indexed
               access mode is dynamic
               record key is plc-debt-number
               file status plc-file-status.

       data division.
       file section.
           data record is debtor-entry.
       copy debtormst.

       fd disputes-file
           data record is disp-entry.
       copy disprec.

       fd placed-file
           data record is plc-entry.
       copy plcrec.

       working-storage section.
       01 prom-file-status pic XX.
       01 pay-file-status pic XX.
           88 no-more-promises value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 today-date pic 9(8).
       01 promise-paid-sum pic 9(7) value 0.
       01 promise-shortfall pic 9(7) value 0.
       01 broken-count pic 9(4) value 0.
       01 held-count pic 9(4) value 0.
       01 own-held-count pic 9(3) value 0.
       01 placed-count pic 9(4) value 0.
       01 own-placed-count pic 9(3) value 0.
       01 plc-file-status pic XX.
       01 placed-open pic 9 value 0.
       01 debt-is-placed pic 9 value 0.
       01 disp-file-status pic XX.
       01 disputes-open pic 9 value 0.
       01 disputes-left pic 9 value 1.
           88 no-more-disputes value 0.
       01 dispute-debt-number pic 9(6) value 0.
       01 debt-in-dispute pic 9 value 0.
       01 own-debt-count pic 9(3) value 0.
       01 own-debt-ix pic 9(3) value 0.
       01 own-debt-table.
           02 own-debt-num occurs 200 times pic 9(6).

               display "No collections diary on file yet."
               goback
           end-if
           open input disputes-file
           if disp-file-status = "00"
               move 1 to disputes-open
           end-if
           open input placed-file
           if plc-file-status = "00"
               move 1 to placed-open
           end-if
           read promises-file
               at end set promises-left to 0
           end-read
               end-read
           end-perform
           close promises-file
           if disputes-open = 1
               close disputes-file
           end-if
           if placed-open = 1
               close placed-file
           end-if
           display " "
           if broken-count = 0
               display "No broken promises; the diary is clean."
           else
               display broken-count " broken promise(s) to work."
           end-if
           if held-count > 0
               display held-count " promise(s) held: debt in dispute."
           end-if
           if placed-count > 0
               display placed-count " promise(s) left to the agency."
           end-if
           goback.

       check-one-promise.
           if prom-amount not = 0
               and prom-promised-packed < today-date
               perform collect-debtor-debts
               evaluate true
                   when own-held-count > 0
                       perform print-held-promise
                   when own-placed-count > 0
                       perform print-placed-promise
                   when other
                       perform sum-promise-payments
                       if promise-paid-sum < prom-amount
                           perform print-broken-promise
                       end-if
               end-evaluate
           end-if
           .

       collect-debtor-debts.
           move 0 to own-debt-count
           move 0 to own-held-count
           move 0 to own-placed-count
           move 1 to records-left
           open input debts-file
           if debt-file-status not = "00"
      *> paying me.
                   if debtor-id = prom-debtor-number
                       and is-mine = 1
                       perform note-own-debt
                   end-if
                   read debts-file next record
                       at end set records-left to 0
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

      *> a debt the debtor has disputed is not chased while the
      *> dispute stands, and neither is the promise made on it.
       note-own-debt.
           move debt-number to dispute-debt-number
           perform check-open-dispute
           perform check-debt-placed
           evaluate true
               when debt-in-dispute = 1
                   add 1 to own-held-count
               when debt-is-placed = 1
                   add 1 to own-placed-count
               when own-debt-count < 200
                   add 1 to own-debt-count
                   move debt-number to own-debt-num(own-debt-count)
           end-evaluate
           .

       print-held-promise.
           add 1 to held-count
           display prom-debtor-number " promise held - "
               own-held-count " debt(s) in dispute."
           .

       print-placed-promise.
           add 1 to placed-count
           display prom-debtor-number " promise left to the agency - "
               own-placed-count " debt(s) placed."
           .

      *> debt-is-placed is 1 while placed.dat has the debt out with
      *> the agency; a recalled debt is ours again.
       check-debt-placed.
           move 0 to debt-is-placed
           if placed-open = 1
               move debt-number to plc-debt-number
               read placed-file
                   invalid key
                       continue
                   not invalid key
                       if plc-is-placed
                           move 1 to debt-is-placed
                       end-if
               end-read
           end-if
           .

       print-broken-promise.
           add 1 to broken-count
           compute promise-shortfall =
               display "    note: " prom-note
           end-if
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

      *> debt-in-dispute is 1 when dispute-debt-number has a
      *> dispute open on disputes.dat; such a debt is held.
       check-open-dispute.
           move 0 to debt-in-dispute
           if disputes-open = 1
               move 1 to disputes-left
               move dispute-debt-number to disp-debt-number
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
                           perform note-open-dispute
                   end-read
               end-perform
           end-if
           .

       note-open-dispute.
           if disp-debt-number not = dispute-debt-number
               set disputes-left to 0
           else
               if disp-is-open
                   move 1 to debt-in-dispute
               end-if
           end-if
           .
       end program debtpro.

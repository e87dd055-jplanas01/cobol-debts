       identification division.
       program-id. debtagy.

      *> Collection agency referral and remittance. Mode 1 is the
      *> referral run: every is-mine debt that went out on a final
      *> notice (dunlog.dat, dunlog.cpy) 60 or more days ago and
      *> still has money open is placed with the agency - a row on
      *> placed.dat (plcrec.cpy) with the agency code and today's
      *> date, and a row on today's placement file plcYYYYMMDD.dat
      *> (agyref.cpy) with the debtor's name and phone from
      *> debtors.dat and the open balance, which is what goes to
      *> the agency. A debt in dispute is held back, and a debt
      *> placed once is never placed again by the run, recalled or
      *> not. Once placed, debtdun and debtpro leave the debt to
      *> the agency.
      *>
      *> Mode 2 imports the agency's monthly return (agyret.dat,
      *> agyret.cpy). A collection posts its gross to the debt as an
      *> ordinary "P" row, moving PAID and the installment flags as
      *> debtbnk does, and the commission the agency kept goes to
      *> commission.dat (comrec.cpy) and the placement's totals -
      *> never to the debt. A returned debt is marked recalled and
      *> is ours to dun again. Rows that do not match a placement
      *> with that agency, or would take a debt below zero, are
      *> listed and not posted. The import keeps a control trail in
      *> agyrun.dat the way debtbnk keeps deprun.dat, so the same
      *> return is never posted twice and a run that died partway
      *> resumes after the last row it reached. Rows it posts carry
      *> DEBTAGY as their operator.
      *>
      *> Mode 3 recalls a placed debt - we take it back - and adds
      *> an action R row to today's placement file to tell the
      *> agency. Mode 4 lists what is out with the agency.

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
           select dunlog-file assign to "dunlog.dat"
               organization is line sequential
               file status dunlog-file-status.
           select ref-file assign to ref-file-name
               organization is line sequential
               file status ref-file-status.
           select return-file assign to "agyret.dat"
               organization is line sequential
               file status ret-file-status.
           select commission-file assign to "commission.dat"
               organization is line sequential
               file status com-file-status.
           select agyrun-file assign to "agyrun.dat"
               organization is line sequential
               file status agyrun-file-status.

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

       fd disputes-file
           data record is disp-entry.
       copy disprec.

       fd placed-file
           data record is plc-entry.
       copy plcrec.

       fd dunlog-file
           data record is dunlog-entry.
       copy dunlog.

       fd ref-file
           data record is ref-entry.
       copy agyref.

       fd return-file
           data record is ret-entry.
       copy agyret.

       fd commission-file
           data record is com-entry.
       copy comrec.

       fd agyrun-file
           data record is agyrun-record.
       01 agyrun-record.
           02 run-file-name pic X(12).
           02 run-total-lines pic 9(5).
           02 run-last-line pic 9(5).
           02 run-posted-count pic 9(5).
           02 run-rejected-count pic 9(5).
           02 run-status pic X.

       working-storage section.
       01 journal-operator pic X(8) value "DEBTAGY".
       01 debt-file-status pic XX.
       01 debtor-file-status pic XX.
       01 pay-file-status pic XX.
       01 journal-debt-number pic 9(6) value 0.
       01 next-pay-seq pic 9(5) value 0.
       01 seq-rows-left pic 9 value 1.
           88 no-more-seq-rows value 0.
       01 journal-row-hold pic X(61).
       01 sched-file-status pic XX.
       01 plc-file-status pic XX.
       01 dunlog-file-status pic XX.
       01 ref-file-status pic XX.
       01 ref-file-name pic X(15) value spaces.
       01 ret-file-status pic XX.
       01 com-file-status pic XX.
       01 agyrun-file-status pic XX.
       01 scheds-left pic 9 value 1.
           88 no-more-scheds value 0.
       01 dunlogs-left pic 9 value 1.
           88 no-more-dunlogs value 0.
       01 returns-left pic 9 value 1.
           88 no-more-returns value 0.
       01 placements-left pic 9 value 1.
           88 no-more-placements value 0.
       01 controls-left pic 9 value 1.
           88 no-more-controls value 0.
       01 debts-open pic 9 value 0.
       01 debtors-open pic 9 value 0.
       01 mode-choice pic 9 value 0.
       01 confirm-answer pic 9 value 0.
       01 agency-code pic X(4) value spaces.
       01 today-date pic 9(8).
       01 today-integer pic 9(7).
       01 notice-integer pic 9(7).
       01 days-since pic S9(5).
       01 open-balance pic 9(5) value 0.
       01 debt-on-file pic 9 value 0.
       01 placement-found pic 9 value 0.
       01 recall-debt-id pic 9(6) value 0.

      *> disputes - a disputed debt is not placed
       01 disp-file-status pic XX.
       01 disputes-open pic 9 value 0.
       01 disputes-left pic 9 value 1.
           88 no-more-disputes value 0.
       01 dispute-debt-number pic 9(6) value 0.
       01 debt-in-dispute pic 9 value 0.

      *> a debt can be on several final notices; the referral run
      *> looks at each one once.
       01 seen-count pic 9(4) value 0.
       01 seen-ix pic 9(4) value 0.
       01 seen-table-full-warned pic 9 value 0.
       01 seen-table.
           02 seen-debt-num occurs 2000 times pic 9(6).

      *> control trail for the import, as debtbnk keeps it
       01 return-line pic 9(5) value 0.
       01 skip-lines pic 9(5) value 0.
       01 ret-total-lines pic 9(5) value 0.
       01 resume-mode pic 9 value 0.
       01 run-cancelled pic 9 value 0.
       01 control-found pic 9 value 0.
       01 prior-total-lines pic 9(5) value 0.
       01 prior-last-line pic 9(5) value 0.
       01 prior-posted pic 9(5) value 0.
       01 prior-rejected pic 9(5) value 0.
       01 prior-run-status pic X value space.
       01 rerun-answer pic 9 value 0.

      *> importing one return row
       01 reject-reason pic X(34) value spaces.
       01 return-currency pic X(3).
       01 payment-applied pic 9(5) value 0.
       01 sched-covered pic 9(7) value 0.
       01 date-valid pic 9 value 0.
       01 days-this-month pic 99 value 0.
       01 chk-date.
           02 chk-day pic 99.
           02 chk-month pic 99.
           02 chk-year pic 9(4).

      *> run totals
       01 referred-count pic 9(5) value 0.
       01 held-count pic 9(5) value 0.
       01 read-count pic 9(5) value 0.
       01 posted-count pic 9(5) value 0.
       01 recalled-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 placed-list-count pic 9(5) value 0.
       01 recalled-list-count pic 9(5) value 0.
       01 find-currency pic X(3).
       01 agy-cur-count pic 99 value 0.
       01 agy-cur-ix pic 99 value 0.
       01 agy-cur-full-warned pic 9 value 0.
      *> referral, collection and commission totals per currency
       01 agy-currency-table.
           02 agy-currency-slot occurs 40 times.
               03 agy-currency pic X(3).
               03 agy-referred-total pic 9(7).
               03 agy-collected-total pic 9(7).
               03 agy-commission-total pic 9(7).

       procedure division.
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(today-date)
           display "Collection agency: 1=referral run 2=import"
               " return 3=recall a debt 4=list placements"
           accept mode-choice
           evaluate mode-choice
               when 1
                   perform refer-final-notices
               when 2
                   perform import-return-file
               when 3
                   perform recall-placed-debt
               when 4
                   perform list-placements
               when other
                   display "Please choose 1-4."
           end-evaluate
           goback.

       refer-final-notices.
           display "Agency code:"
           accept agency-code
           move function upper-case(agency-code) to agency-code
           if agency-code = spaces
               display "An agency code is needed; nothing placed."
           else
               open input dunlog-file
               if dunlog-file-status not = "00"
                   display "No dunning log yet; nothing to refer."
               else
                   perform run-referral
                   close dunlog-file
               end-if
           end-if
           .

       run-referral.
           open input debts-file
           if debt-file-status = "00"
               move 1 to debts-open
           end-if
           open input debtors-file
           if debtor-file-status = "00"
               move 1 to debtors-open
           end-if
           open input disputes-file
           if disp-file-status = "00"
               move 1 to disputes-open
           end-if
           open i-o placed-file
           if plc-file-status = "35"
               open output placed-file
               close placed-file
               open i-o placed-file
           end-if
           perform open-ref-file
           display "==== Agency referral " agency-code " "
               today-date(7:2) "/" today-date(5:2) "/"
               today-date(1:4) " ===="
           display " "
           move 1 to dunlogs-left
           read dunlog-file
               at end set dunlogs-left to 0
           end-read
           perform until no-more-dunlogs
               if dunlog-level = 3 and debts-open = 1
                   perform consider-final-notice
               end-if
               read dunlog-file
                   at end set dunlogs-left to 0
               end-read
           end-perform
           close ref-file
           close placed-file
           if disputes-open = 1
               close disputes-file
           end-if
           if debtors-open = 1
               close debtors-file
           end-if
           if debts-open = 1
               close debts-file
           end-if
           display " "
           display referred-count " debt(s) placed with " agency-code
               " -> " ref-file-name
           perform varying agy-cur-ix from 1 by 1
               until agy-cur-ix > agy-cur-count
               if agy-referred-total(agy-cur-ix) > 0
                   display "    " agy-currency(agy-cur-ix) " "
                       agy-referred-total(agy-cur-ix)
               end-if
           end-perform
           if held-count > 0
               display held-count " debt(s) held back: in dispute."
           end-if
           .

       consider-final-notice.
           if dunlog-date is numeric and dunlog-date > 0
               compute notice-integer =
                   function integer-of-date(dunlog-date)
               compute days-since = today-integer - notice-integer
               if days-since >= 60
                   perform check-debt-seen
                   if seen-ix > seen-count
                       perform note-debt-seen
                       perform refer-one-debt
                   end-if
               end-if
           end-if
           .

       check-debt-seen.
           perform varying seen-ix from 1 by 1
               until seen-ix > seen-count
               or seen-debt-num(seen-ix) = dunlog-debt-number
               continue
           end-perform
           .

      *> a debt that does not fit once the table is full is still
      *> guarded by placed.dat; it can only be looked at again.
       note-debt-seen.
           if seen-count < 2000
               add 1 to seen-count
               move dunlog-debt-number to seen-debt-num(seen-count)
           else
               if seen-table-full-warned = 0
                   display "More final-notice debts than the run can"
                       " track; some may be listed twice."
                   move 1 to seen-table-full-warned
               end-if
           end-if
           .

       refer-one-debt.
           move dunlog-debt-number to plc-debt-number
           move 1 to placement-found
           read placed-file
               invalid key
                   move 0 to placement-found
           end-read
           move dunlog-debt-number to debt-number
           move 0 to debt-on-file
           read debts-file
               invalid key
                   continue
               not invalid key
                   move 1 to debt-on-file
           end-read
           if placement-found = 0 and debt-on-file = 1
               and is-mine = 1 and paid + written-off < amount
               move debt-number to dispute-debt-number
               perform check-open-dispute
               if debt-in-dispute = 1
                   add 1 to held-count
                   display "  debt " debt-number " " name
                       " held, in dispute"
               else
                   perform place-one-debt
               end-if
           end-if
           .

       place-one-debt.
           compute open-balance = amount - paid - written-off
           perform fetch-debtor
           move spaces to plc-entry
           move debt-number to plc-debt-number
           move debtor-id to plc-debtor-id
           move agency-code to plc-agency
           move today-date to plc-placed-date
           move "P" to plc-status
           move open-balance to plc-placed-balance
           move debt-currency to plc-currency
           move 0 to plc-collected
           move 0 to plc-commission
           move 0 to plc-recalled-date
           move X"0A" to plc-filler
           write plc-entry
               invalid key
                   display "  could not place debt " debt-number
                       "; status " plc-file-status
               not invalid key
                   move "P" to ref-action
                   perform write-ref-row
                   add 1 to referred-count
                   move debt-currency to find-currency
                   perform find-agy-currency
                   if agy-cur-ix > 0
                       add open-balance
                           to agy-referred-total(agy-cur-ix)
                   end-if
                   display "  debt " debt-number " " debtor-name " "
                       debtor-phone " " open-balance " "
                       debt-currency
           end-write
           .

      *> name and phone come from the debtor master; a debt never
      *> keyed to it goes over with the name on the debt.
       fetch-debtor.
           move spaces to debtor-name
           move spaces to debtor-phone
           if debtor-id not = 0 and debtors-open = 1
               move debtor-id to debtor-number
               read debtors-file
                   invalid key
                       move spaces to debtor-name
               end-read
           end-if
           if debtor-name = spaces
               move name to debtor-name
           end-if
           .

       open-ref-file.
           move spaces to ref-file-name
           string
               "plc" delimited by size
               today-date delimited by size
               ".dat" delimited by size
               into ref-file-name
           end-string
           open extend ref-file
           if ref-file-status = "35"
               open output ref-file
           end-if
           .

       write-ref-row.
           move agency-code to ref-agency
           move debt-number to ref-debt-number
           move debtor-id to ref-debtor-number
           move debtor-name to ref-debtor-name
           move debtor-phone to ref-debtor-phone
           move open-balance to ref-open-balance
           move debt-currency to ref-currency
           move today-date to ref-date
           move description to ref-description
           write ref-entry
           .

       import-return-file.
           perform count-return-lines
           if ret-total-lines = 0
               display "No agyret.dat found; nothing to import."
           else
               perform read-run-control
               perform decide-run-mode
               if run-cancelled = 1
                   display "Nothing posted."
               else
                   perform post-return-file
               end-if
           end-if
           .

       count-return-lines.
           move 0 to ret-total-lines
           open input return-file
           if ret-file-status = "00"
               move 1 to returns-left
               read return-file
                   at end set returns-left to 0
               end-read
               perform until no-more-returns
                   add 1 to ret-total-lines
                   read return-file
                       at end set returns-left to 0
                   end-read
               end-perform
               close return-file
           end-if
           .

      *> takes the newest control record, the way debtbnk reads
      *> deprun.dat, so an interrupted run's last progress record
      *> is the one that counts.
       read-run-control.
           move 0 to control-found
           move 1 to controls-left
           open input agyrun-file
           if agyrun-file-status not = "00"
               move 0 to controls-left
           else
               read agyrun-file
                   at end set controls-left to 0
               end-read
               perform until no-more-controls
                   if run-file-name = "agyret.dat"
                       move run-total-lines to prior-total-lines
                       move run-last-line to prior-last-line
                       move run-posted-count to prior-posted
                       move run-rejected-count to prior-rejected
                       move run-status to prior-run-status
                       move 1 to control-found
                   end-if
                   read agyrun-file
                       at end set controls-left to 0
                   end-read
               end-perform
               close agyrun-file
           end-if
           .

      *> the line count proves agyret.dat is still the return the
      *> control trail describes; next month's is a new count and
      *> starts clean.
       decide-run-mode.
           move 0 to resume-mode
           move 0 to skip-lines
           move 0 to run-cancelled
           if control-found = 1
               and prior-total-lines = ret-total-lines
               if prior-run-status = "I"
                   move 1 to resume-mode
                   move prior-last-line to skip-lines
                   move prior-posted to posted-count
                   move prior-rejected to rejected-count
                   display "Interrupted run found; resuming"
                       " agyret.dat after line " skip-lines "."
               else
                   display "agyret.dat (" ret-total-lines
                       " line(s)) was already imported."
                   display "Import it again anyway? (1=yes,0=no)"
                   accept rerun-answer
                   if rerun-answer not = 1
                       move 1 to run-cancelled
                   end-if
               end-if
           end-if
           .

       post-return-file.
           open i-o debts-file
           if debt-file-status = "00"
               move 1 to debts-open
           end-if
           open i-o placed-file
           if plc-file-status not = "00"
               display "No placements on file; nothing to import."
               if debts-open = 1
                   close debts-file
               end-if
           else
               perform post-return-lines
               close placed-file
               if debts-open = 1
                   close debts-file
               end-if
               perform finalize-run-control
               perform print-import-totals
           end-if
           .

       post-return-lines.
           open extend commission-file
           if com-file-status = "35"
               open output commission-file
           end-if
           open extend agyrun-file
           if agyrun-file-status = "35"
               open output agyrun-file
           end-if
           display "==== Agency return import ===="
           display " "
           open input return-file
           move 1 to returns-left
           read return-file
               at end set returns-left to 0
           end-read
           perform until no-more-returns
               add 1 to return-line
               if return-line > skip-lines
                   add 1 to read-count
                   perform import-one-return
                   perform write-progress-record
               end-if
               read return-file
                   at end set returns-left to 0
               end-read
           end-perform
           close return-file
           close agyrun-file
           close commission-file
           .

       write-progress-record.
           move "agyret.dat" to run-file-name
           move ret-total-lines to run-total-lines
           move return-line to run-last-line
           move posted-count to run-posted-count
           move rejected-count to run-rejected-count
           move "I" to run-status
           write agyrun-record
           .

       finalize-run-control.
           open output agyrun-file
           move "agyret.dat" to run-file-name
           move ret-total-lines to run-total-lines
           move return-line to run-last-line
           move posted-count to run-posted-count
           move rejected-count to run-rejected-count
           move "C" to run-status
           write agyrun-record
           close agyrun-file
           .

       import-one-return.
           move spaces to reject-reason
           move function upper-case(ret-currency) to return-currency
           move function upper-case(ret-agency) to ret-agency
           display return-line " " ret-agency " " ret-debt-number " "
               ret-type " " ret-amount " " return-currency
           perform check-return-row
           if reject-reason = spaces
               evaluate ret-type
                   when "C"
                       perform post-agency-collection
                   when "R"
                       perform take-back-debt
               end-evaluate
           end-if
           if reject-reason not = spaces
               add 1 to rejected-count
               display "      rejected: " function trim(reject-reason)
           end-if
           .

      *> the row must name a debt this agency has had placed with
      *> it; a collection must be in the debt's currency and may not
      *> take it below zero.
       check-return-row.
           if ret-type not = "C" and ret-type not = "R"
               move "unknown row type" to reject-reason
           end-if
           if reject-reason = spaces
               and ret-debt-number is not numeric
               move "bad debt number" to reject-reason
           end-if
           if reject-reason = spaces
               move ret-debt-number to plc-debt-number
               read placed-file
                   invalid key
                       move "debt was never placed" to reject-reason
               end-read
           end-if
           if reject-reason = spaces and plc-agency not = ret-agency
               move "placed with another agency" to reject-reason
           end-if
           if reject-reason = spaces and debts-open = 1
               move ret-debt-number to debt-number
               read debts-file
                   invalid key
                       move "debt not on file" to reject-reason
               end-read
           end-if
           if reject-reason = spaces and debts-open = 0
               move "no debt file" to reject-reason
           end-if
           if reject-reason = spaces and ret-type = "C"
               perform check-collection-fields
           end-if
           .

       check-collection-fields.
           if ret-amount is not numeric or ret-amount = 0
               or ret-commission is not numeric
               move "bad amount or commission" to reject-reason
           end-if
           if reject-reason = spaces
               if ret-date is not numeric
                   move "bad date" to reject-reason
               else
                   move ret-day-of to chk-day
                   move ret-month-of to chk-month
                   move ret-year-of to chk-year
                   perform check-calendar-date
                   if date-valid = 0
                       move "bad date" to reject-reason
                   end-if
               end-if
           end-if
           if reject-reason = spaces
               and return-currency not = debt-currency
               move "not in the debt's currency" to reject-reason
           end-if
           if reject-reason = spaces
               and ret-commission > ret-amount
               move "commission more than collected"
                   to reject-reason
           end-if
           if reject-reason = spaces
               compute open-balance = amount - paid - written-off
               if ret-amount > open-balance
                   move "more than the open balance" to reject-reason
               end-if
           end-if
           .

      *> money collected after a recall still came from the debtor,
      *> so it posts whatever the placement's status.
       post-agency-collection.
           move ret-amount to payment-applied
           add payment-applied to paid
           rewrite debt-entry
           move payment-applied to pay-amount
           move "P" to pay-type
           move spaces to pay-reason
           perform append-journal-entry
           add ret-amount to plc-collected
           add ret-commission to plc-commission
           rewrite plc-entry
           perform write-commission-row
           add 1 to posted-count
           move debt-currency to find-currency
           perform find-agy-currency
           if agy-cur-ix > 0
               add ret-amount to agy-collected-total(agy-cur-ix)
               add ret-commission to agy-commission-total(agy-cur-ix)
           end-if
           display "      posted " ret-amount " to debt " debt-number
               " " name ", commission " ret-commission
           .

       write-commission-row.
           move ret-agency to com-agency
           move debt-number to com-debt-number
           compute com-date = ret-year-of * 10000
               + ret-month-of * 100 + ret-day-of
           move ret-amount to com-collected
           move ret-commission to com-commission
           move debt-currency to com-currency
           move today-date to com-import-date
           write com-entry
           .

      *> the agency handing a debt back, or confirming a recall we
      *> already made, which leaves the first recall date standing.
       take-back-debt.
           if plc-is-placed
               move "R" to plc-status
               move today-date to plc-recalled-date
               rewrite plc-entry
               add 1 to recalled-count
               display "      debt " debt-number " " name
                   " returned; ours to dun again"
           else
               display "      debt " debt-number " " name
                   " recall confirmed"
           end-if
           .

       print-import-totals.
           display " "
           display read-count " return row(s) read this run."
           display "  Collections posted ... " posted-count
           display "  Debts returned ....... " recalled-count
           display "  Rejected ............. " rejected-count
           perform varying agy-cur-ix from 1 by 1
               until agy-cur-ix > agy-cur-count
               display "    " agy-currency(agy-cur-ix) "  collected "
                   agy-collected-total(agy-cur-ix) "  commission "
                   agy-commission-total(agy-cur-ix)
           end-perform
           if resume-mode = 1
               display "Resumed after line " skip-lines
                   "; the posted and rejected counts cover the"
                   " whole file."
           end-if
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

       recall-placed-debt.
           display "Debt number to take back from the agency:"
           accept recall-debt-id
           open i-o placed-file
           if plc-file-status not = "00"
               display "No placements on file."
           else
               move recall-debt-id to plc-debt-number
               move 1 to placement-found
               read placed-file
                   invalid key
                       move 0 to placement-found
               end-read
               evaluate true
                   when placement-found = 0
                       display "Debt " recall-debt-id
                           " was never placed."
                   when not plc-is-placed
                       display "Debt " recall-debt-id
                           " was already recalled on "
                           plc-recalled-date(7:2) "/"
                           plc-recalled-date(5:2) "/"
                           plc-recalled-date(1:4) "."
                   when other
                       perform confirm-recall
               end-evaluate
               close placed-file
           end-if
           .

       confirm-recall.
           display "Debt " plc-debt-number " is with agency "
               plc-agency " since " plc-placed-date(7:2) "/"
               plc-placed-date(5:2) "/" plc-placed-date(1:4)
               ", collected so far " plc-collected
           display "Take it back? (1=yes,0=no)"
           accept confirm-answer
           if confirm-answer = 1
               move "R" to plc-status
               move today-date to plc-recalled-date
               rewrite plc-entry
               perform tell-agency-recall
               display "Recalled; the agency is told in "
                   ref-file-name "."
           else
               display "Left with the agency."
           end-if
           .

       tell-agency-recall.
           move spaces to debt-entry
           move plc-debt-number to debt-number
           move plc-debtor-id to debtor-id
           move 0 to open-balance
           open input debts-file
           if debt-file-status = "00"
               read debts-file
                   invalid key
                       continue
                   not invalid key
                       compute open-balance =
                           amount - paid - written-off
               end-read
               close debts-file
           end-if
           if debt-currency = spaces
               move plc-currency to debt-currency
           end-if
           open input debtors-file
           if debtor-file-status = "00"
               move 1 to debtors-open
           end-if
           perform fetch-debtor
           if debtors-open = 1
               close debtors-file
           end-if
           move plc-agency to agency-code
           perform open-ref-file
           move "R" to ref-action
           perform write-ref-row
           close ref-file
           .

       list-placements.
           display "==== Debts with the collection agency ===="
           open input placed-file
           if plc-file-status not = "00"
               display "No placements on file."
           else
               open input debts-file
               if debt-file-status = "00"
                   move 1 to debts-open
               end-if
               move 1 to placements-left
               read placed-file next record
                   at end set placements-left to 0
               end-read
               perform until no-more-placements
                   if plc-is-placed
                       perform list-one-placement
                   else
                       add 1 to recalled-list-count
                   end-if
                   read placed-file next record
                       at end set placements-left to 0
                   end-read
               end-perform
               if debts-open = 1
                   close debts-file
               end-if
               close placed-file
               display " "
               display placed-list-count " debt(s) with the agency, "
                   recalled-list-count " recalled."
           end-if
           .

       list-one-placement.
           add 1 to placed-list-count
           move spaces to name
           move 0 to open-balance
           if debts-open = 1
               move plc-debt-number to debt-number
               read debts-file
                   invalid key
                       move "(debt not on file)" to name
                   not invalid key
                       compute open-balance =
                           amount - paid - written-off
               end-read
           end-if
           display plc-debt-number " " name " " plc-agency " "
               plc-placed-date(7:2) "/" plc-placed-date(5:2) "/"
               plc-placed-date(1:4) " sent " plc-placed-balance " "
               plc-currency " open " open-balance
           display "       collected " plc-collected " commission "
               plc-commission
           .

       find-agy-currency.
           perform varying agy-cur-ix from 1 by 1
               until agy-cur-ix > agy-cur-count
               or agy-currency(agy-cur-ix) = find-currency
               continue
           end-perform
           if agy-cur-ix > agy-cur-count
               if agy-cur-count < 40
                   add 1 to agy-cur-count
                   move find-currency to agy-currency(agy-cur-ix)
                   move 0 to agy-referred-total(agy-cur-ix)
                   move 0 to agy-collected-total(agy-cur-ix)
                   move 0 to agy-commission-total(agy-cur-ix)
               else
                   if agy-cur-full-warned = 0
                       display "More currencies than the totals can"
                           " hold; the totals are incomplete."
                       move 1 to agy-cur-full-warned
                   end-if
                   move 0 to agy-cur-ix
               end-if
           end-if
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
       end program debtagy.

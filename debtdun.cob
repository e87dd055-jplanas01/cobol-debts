      *> level, so what went out the door is on record. Debts never
      *> keyed to the debtor master (debtor-id 0) cannot be grouped
      *> or addressed and are flagged on the control list instead.
      *> A debt with a dispute open on disputes.dat is held: its
      *> installments go on no notice and the control list names
      *> it as held in dispute. So is a debt placed with the
      *> collection agency (placed.dat, plcrec.cpy) - the agency
      *> works it, not us. Every debt that goes on a notice is
      *> logged to dunlog.dat (dunlog.cpy) with the notice level and
      *> date; debtagy refers final-notice debts to the agency from
      *> that log.

       environment division.
       input-output section.
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
           select dunlog-file assign to "dunlog.dat"
               organization is line sequential
               file status dunlog-file-status.
           select notice-file assign to notice-file-name
               organization is line sequential
               file status notice-file-status.
           data record is debtor-entry.
       copy debtormst.

       fd disputes-file
           data record is disp-entry.
       copy disprec.

       fd placed-file
           data record is plc-entry.
       copy plcrec.

       fd dunlog-file
           data record is dunlog-entry.
       copy dunlog.

       fd notice-file
           data record is notice-record.
       01 notice-record pic X(80).
       01 days-late pic S9(5).
       01 debt-on-file pic 9 value 0.
       01 unassigned-count pic 9(4) value 0.
       01 held-item-count pic 9(4) value 0.
       01 placed-item-count pic 9(4) value 0.
       01 held-total-count pic 9(5) value 0.
       01 held-debt-count pic 9(3) value 0.
       01 held-debt-ix pic 9(3) value 0.
      *> held-debt-why is D for a dispute, A for an agency placement
       01 held-debt-why-now pic X value space.
       01 held-debt-table.
           02 held-debt-slot occurs 200 times.
               03 held-debt-num pic 9(6).
               03 held-debt-why pic X.
               03 held-debt-agency pic X(4).
       01 plc-file-status pic XX.
       01 placed-open pic 9 value 0.
       01 debt-is-placed pic 9 value 0.
       01 dunlog-file-status pic XX.
       01 last-logged-debt pic 9(6) value 0.
       01 disp-file-status pic XX.
       01 disputes-open pic 9 value 0.
       01 disputes-left pic 9 value 1.
           88 no-more-disputes value 0.
       01 dispute-debt-number pic 9(6) value 0.
       01 debt-in-dispute pic 9 value 0.
       01 notice-line pic X(80) value spaces.
       01 amount-edited pic Z(4)9.
       01 total-edited pic Z(6)9.
       01 dun-slot-hit pic 9 value 0.
       01 dun-table-full-warned pic 9 value 0.
       01 current-slot-ix pic 9(3) value 0.
       01 dun-cur-count pic 9(4) value 0.
       01 dun-cur-ix pic 9(4) value 0.
       01 dun-cur-full-warned pic 9 value 0.
       01 dun-table.
           02 dun-slot occurs 200 times.
               03 slot-debtor-id pic 9(4).
               03 slot-max-days-late pic 9(5).
               03 slot-item-count pic 9(3).
      *> past-due totals per debtor and currency, one entry for
      *> each currency a debtor's overdue installments are in.
       01 dun-currency-table.
           02 dun-cur-slot occurs 1000 times.
               03 dcur-slot-ix pic 9(3).
               03 dcur-currency pic X(3).
               03 dcur-total pic 9(7).

       procedure division.
           move function current-date(1:8) to today-date
               goback
           end-if
           move 1 to debts-open
           open input disputes-file
           if disp-file-status = "00"
               move 1 to disputes-open
           end-if
           open input placed-file
           if plc-file-status = "00"
               move 1 to placed-open
           end-if
           read scheds-file next record
               at end set scheds-left to 0
           end-read
           end-perform
           close scheds-file
           if dun-slot-count = 0
               perform print-held-debts
               if unassigned-count > 0
                   display unassigned-count " overdue"
                       " installment(s), all on debts with no"
               if debtor-file-status = "00"
                   move 1 to debtors-open
               end-if
               open extend dunlog-file
               if dunlog-file-status = "35"
                   open output dunlog-file
               end-if
               perform varying current-slot-ix from 1 by 1
                   until current-slot-ix > dun-slot-count
                   perform write-one-notice
               end-perform
               close dunlog-file
               perform print-control-list
               if debtors-open = 1
                   close debtors-file
               end-if
           end-if
           if disputes-open = 1
               close disputes-file
           end-if
           if placed-open = 1
               close placed-file
           end-if
           close debts-file
           goback.

               if days-late > 0
                   perform read-owning-debt
                   if debt-on-file = 1 and is-mine = 1
                       move debt-number to dispute-debt-number
                       perform check-open-dispute
                       perform check-debt-placed
                       evaluate true
                           when debt-in-dispute = 1
                               add 1 to held-item-count
                               move "D" to held-debt-why-now
                               perform note-held-debt
                           when debt-is-placed = 1
                               add 1 to placed-item-count
                               move "A" to held-debt-why-now
                               perform note-held-debt
                           when debtor-id = 0
                               add 1 to unassigned-count
                           when other
                               perform add-to-debtor-slot
                       end-evaluate
                   end-if
               end-if
           end-if
                   move debtor-id to slot-debtor-id(dun-slot-ix)
                   move 0 to slot-max-days-late(dun-slot-ix)
                   move 0 to slot-item-count(dun-slot-ix)
               end-if
           end-if
           if dun-slot-ix > 0
                   move days-late
                       to slot-max-days-late(dun-slot-ix)
               end-if
               perform add-to-currency-total
           end-if
           .

       add-to-currency-total.
           perform varying dun-cur-ix from 1 by 1
               until dun-cur-ix > dun-cur-count
               or (dcur-slot-ix(dun-cur-ix) = dun-slot-ix
               and dcur-currency(dun-cur-ix) = debt-currency)
               continue
           end-perform
           if dun-cur-ix > dun-cur-count
               if dun-cur-count >= 1000
                   if dun-cur-full-warned = 0
                       display "Too many debtor currencies; the"
                           " notice totals are incomplete."
                       move 1 to dun-cur-full-warned
                   end-if
                   move 0 to dun-cur-ix
               else
                   add 1 to dun-cur-count
                   move dun-slot-ix to dcur-slot-ix(dun-cur-ix)
                   move debt-currency to dcur-currency(dun-cur-ix)
                   move 0 to dcur-total(dun-cur-ix)
               end-if
           end-if
           if dun-cur-ix > 0
               add sched-amount to dcur-total(dun-cur-ix)
           end-if
           .

      *> debtage's bucket edges decide the escalation: inside 30
      *> second sweep of the schedule, printing this debtor's
      *> overdue installments into the open notice.
       write-notice-body.
           move 0 to last-logged-debt
           move 1 to scheds-left
           open input scheds-file
           if sched-file-status not = "00"
                   if debt-on-file = 1 and is-mine = 1
                       and debtor-id
                           = slot-debtor-id(current-slot-ix)
                       move debt-number to dispute-debt-number
                       perform check-open-dispute
                       perform check-debt-placed
                       if debt-in-dispute = 0 and debt-is-placed = 0
                           perform print-one-notice-line
                           perform log-debt-on-notice
                       end-if
                   end-if
               end-if
           end-if
           perform write-notice-line
           .

      *> the schedule is in debt order, so a debt's installments
      *> come together and the debt is logged once per notice.
       log-debt-on-notice.
           if debt-number not = last-logged-debt
               move debt-number to last-logged-debt
               move debt-number to dunlog-debt-number
               move debtor-id to dunlog-debtor-id
               move dun-level to dunlog-level
               move today-date to dunlog-date
               write dunlog-entry
           end-if
           .

       write-notice-footer.
           move spaces to notice-line
           perform write-notice-line
           move all "-" to notice-line
           perform write-notice-line
           perform varying dun-cur-ix from 1 by 1
               until dun-cur-ix > dun-cur-count
               if dcur-slot-ix(dun-cur-ix) = current-slot-ix
                   and dcur-total(dun-cur-ix) > 0
                   move dcur-total(dun-cur-ix) to total-edited
                   move spaces to notice-line
                   string
                       "  Total past due " delimited by size
                       dcur-currency(dun-cur-ix) delimited by size
                       " " delimited by size
                       total-edited delimited by size
                       into notice-line
                   end-string
                   perform write-notice-line
               end-if
           end-perform
           .

       write-notice-line.
                   dun-level-label " ("
                   slot-max-days-late(current-slot-ix)
                   " days, " slot-item-count(current-slot-ix)
                   " installment(s)) -> dun" debtor-number ".txt"
               perform varying dun-cur-ix from 1 by 1
                   until dun-cur-ix > dun-cur-count
                   if dcur-slot-ix(dun-cur-ix) = current-slot-ix
                       display "      " dcur-currency(dun-cur-ix)
                           " " dcur-total(dun-cur-ix)
                   end-if
               end-perform
           end-perform
           if unassigned-count > 0
               display unassigned-count " overdue installment(s)"
                   " on debts with no debtor-id; no notice could"
                   " be addressed for them."
           end-if
           perform print-held-debts
           display dun-slot-count " notice(s) written."
           .

      *> each held debt is listed once however many of its
      *> installments are overdue.
       note-held-debt.
           perform varying held-debt-ix from 1 by 1
               until held-debt-ix > held-debt-count
               or held-debt-num(held-debt-ix) = debt-number
               continue
           end-perform
           if held-debt-ix > held-debt-count
               and held-debt-count < 200
               add 1 to held-debt-count
               move debt-number to held-debt-num(held-debt-count)
               move held-debt-why-now to held-debt-why(held-debt-count)
               move plc-agency to held-debt-agency(held-debt-count)
           end-if
           .

       print-held-debts.
           compute held-total-count =
               held-item-count + placed-item-count
           if held-total-count > 0
               display held-total-count
                   " overdue installment(s) on " held-debt-count
                   " debt(s) held:"
               perform varying held-debt-ix from 1 by 1
                   until held-debt-ix > held-debt-count
                   if held-debt-why(held-debt-ix) = "D"
                       display "  debt " held-debt-num(held-debt-ix)
                           " held, in dispute"
                   else
                       display "  debt " held-debt-num(held-debt-ix)
                           " held, placed with agency "
                           held-debt-agency(held-debt-ix)
                   end-if
               end-perform
           end-if
           .

      *> debt-is-placed is 1 while placed.dat has the debt out with
      *> the agency; a recalled debt is ours again.
       check-debt-placed.
           move 0 to debt-is-placed
           move spaces to plc-agency
           if placed-open = 1
               move debt-number to plc-debt-number
               read placed-file
                   invalid key
                       move spaces to plc-agency
                   not invalid key
                       if plc-is-placed
                           move 1 to debt-is-placed
                       end-if
               end-read
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
       end program debtdun.

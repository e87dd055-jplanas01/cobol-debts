               record key is debt-number
               file status debt-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select stmt-file assign to "statement.txt"
               organization is line sequential
           88 no-more-records value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 statement-name pic X(20) value spaces.
       01 any-debt-found pic 9 value 0.
       01 journal-any pic 9 value 0.
       01 entry-edited pic Z(4)9.
       01 debt-number-edited pic Z(5)9.
       01 today-date pic 9(8).
       01 stmt-cur-count pic 99 value 0.
       01 stmt-cur-ix pic 99 value 0.
       01 stmt-any-total pic 9 value 0.
      *> totals per currency, in the order the debts turn up
       01 stmt-currency-table.
           02 stmt-currency-slot occurs 40 times.
               03 stmt-currency pic X(3).
               03 stmt-due pic 9(7).
               03 stmt-credit pic 9(7).
       01 total-edited pic Z(6)9.

       procedure division.
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   move 1 to journal-any
                   perform write-one-journal-line
                   perform read-debt-journal
               end-perform
               close payments-file
           end-if
           .

       add-to-statement-totals.
           perform varying stmt-cur-ix from 1 by 1
               until stmt-cur-ix > stmt-cur-count
               or stmt-currency(stmt-cur-ix) = debt-currency
               continue
           end-perform
           if stmt-cur-ix > stmt-cur-count
               if stmt-cur-count < 40
                   add 1 to stmt-cur-count
                   move debt-currency to stmt-currency(stmt-cur-ix)
                   move 0 to stmt-due(stmt-cur-ix)
                   move 0 to stmt-credit(stmt-cur-ix)
               else
                   move 0 to stmt-cur-ix
               end-if
           end-if
           evaluate true
               when stmt-cur-ix = 0
                   continue
               when is-mine = 1
                   add open-balance to stmt-due(stmt-cur-ix)
               when is-mine = 0
                   add open-balance to stmt-credit(stmt-cur-ix)
           end-evaluate
           .

           perform write-statement-line
           move all "-" to stmt-line
           perform write-statement-line
           move 0 to stmt-any-total
           perform varying stmt-cur-ix from 1 by 1
               until stmt-cur-ix > stmt-cur-count
               if stmt-due(stmt-cur-ix) > 0
                   move stmt-due(stmt-cur-ix) to total-edited
                   move spaces to stmt-line
                   string
                       "  Balance due " delimited by size
                       stmt-currency(stmt-cur-ix) delimited by size
                       " " delimited by size
                       total-edited delimited by size
                       into stmt-line
                   end-string
                   perform write-statement-line
                   move 1 to stmt-any-total
               end-if
           end-perform
           perform varying stmt-cur-ix from 1 by 1
               until stmt-cur-ix > stmt-cur-count
               if stmt-credit(stmt-cur-ix) > 0
                   move stmt-credit(stmt-cur-ix) to total-edited
                   move spaces to stmt-line
                   string
                       "  Owed back to you " delimited by size
                       stmt-currency(stmt-cur-ix) delimited by size
                       " " delimited by size
                       total-edited delimited by size
                       into stmt-line
                   end-string
                   perform write-statement-line
                   move 1 to stmt-any-total
               end-if
           end-perform
           if stmt-any-total = 0
               move "  Nothing outstanding; all settled."
                   to stmt-line
               perform write-statement-line
           add 1 to page-number
           move 0 to stmt-line-count
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
       end program debtstm.

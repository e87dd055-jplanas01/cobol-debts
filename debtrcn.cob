      *> compared against its open balance; any disagreement prints
      *> one line. A second pass flags journal rows whose debt
      *> number exists in neither file. Ends with a one-line
      *> in-balance summary to file with the nightly backup. Any
      *> disagreement returns code 8, so the batch driver does not
      *> go on to close or archive a book that does not reconcile.

       environment division.
       input-output section.
               record key is arch-debt-number
               file status arch-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.

       data division.
           88 no-more-archives value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 debts-open pic 9 value 0.
       01 archive-open pic 9 value 0.
       01 checking-archive pic 9 value 0.
       01 side-label pic X(9).

       procedure division.
           move 0 to return-code
           display "==== Journal Reconciliation ===="
           display " "
           perform reconcile-live-debts
               display mismatch-count " debt(s) out of balance and "
                   orphan-count " orphan journal row(s); the book"
                   " and payments.dat disagree."
               move 8 to return-code
           end-if
           goback.

           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   perform sum-one-journal-row
                   perform read-debt-journal
               end-perform
               close payments-file
           end-if
               if arch-file-status = "00"
                   move 1 to archive-open
               end-if
               read payments-file next record
                   at end set payments-left to 0
               end-read
               perform until no-more-payments
                   add 1 to checked-row-count
                   perform check-row-has-a-debt
                   read payments-file next record
                       at end set payments-left to 0
                   end-read
               end-perform
                   pay-year-of " has no debt on file."
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
       end program debtrcn.

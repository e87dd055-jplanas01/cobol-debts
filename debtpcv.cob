       identification division.
       program-id. debtpcv.

      *> One-shot conversion of the payment journal from the old
      *> line-sequential payments.dat to the indexed layout in
      *> payrec.cpy. The old layout is hard-coded below and must not
      *> track payrec.cpy. Every old row is written to
      *> paymentsnew.dat under its debt number and the next posting
      *> sequence for that debt, taken in the order the rows stand
      *> in the old file, so each debt's rows keep their exact
      *> posting order - balance-after and the reversal pick list
      *> depend on it. The new file is then read back and its row
      *> count and amount total, per pay-type and overall, are
      *> proved against the old file's, and every debt's sequences
      *> must run 1, 2, 3 ... with no gap. When the run reports
      *> clean, rename paymentsnew.dat over payments.dat; a run
      *> that does not prove returns code 8 and the old file stays
      *> in use.

       environment division.
       input-output section.
       file-control.
           select old-payments-file assign to "payments.dat"
               organization is line sequential
               file status old-file-status.
           select payments-file assign to "paymentsnew.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.

       data division.
       file section.
       fd old-payments-file
           data record is old-pay-entry.
       01 old-pay-entry.
           02 old-pay-debt-number pic 9(6).
           02 old-pay-detail.
               03 old-pay-day-of pic 99.
               03 old-pay-month-of pic 99.
               03 old-pay-year-of pic 9(4).
               03 old-pay-amount pic 9(5).
               03 old-pay-balance-after pic 9(5).
               03 old-pay-currency pic X(3).
               03 old-pay-type pic X.
               03 old-pay-rest pic X(19).

       fd payments-file
           data record is pay-entry.
       copy payrec.

       working-storage section.
       01 old-file-status pic XX.
       01 pay-file-status pic XX.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 next-pay-seq pic 9(5) value 0.
       01 write-failed-count pic 9(7) value 0.
       01 gap-count pic 9(7) value 0.
       01 last-debt-number pic 9(6) value 0.
       01 last-pay-seq pic 9(5) value 0.
       01 proof-ok pic 9 value 1.
       01 type-ix pic 9 value 0.
      *> counts and totals per pay-type, before and after; slot 5
      *> takes a type letter the journal does not know.
       01 proof-table.
           02 proof-slot occurs 5 times.
               03 proof-type pic X.
               03 old-row-count pic 9(7).
               03 old-amount-total pic 9(11).
               03 new-row-count pic 9(7).
               03 new-amount-total pic 9(11).
       01 old-all-count pic 9(7) value 0.
       01 old-all-total pic 9(11) value 0.
       01 new-all-count pic 9(7) value 0.
       01 new-all-total pic 9(11) value 0.
       01 row-type pic X.

       procedure division.
           move 0 to return-code
           initialize proof-table
           move "P" to proof-type(1)
           move "W" to proof-type(2)
           move "A" to proof-type(3)
           move "R" to proof-type(4)
           move "?" to proof-type(5)
           open input old-payments-file
           if old-file-status not = "00"
               display "Could not open payments.dat in the old"
                   " layout (status " old-file-status ");"
                   " nothing converted."
               move 8 to return-code
               goback
           end-if
           open output payments-file
           close payments-file
           open i-o payments-file
           read old-payments-file
               at end set records-left to 0
           end-read
           perform until no-more-records
               perform convert-one-entry
               read old-payments-file
                   at end set records-left to 0
               end-read
           end-perform
           close old-payments-file
           perform prove-new-file
           close payments-file
           perform print-proof
           if proof-ok = 1
               display "Rename paymentsnew.dat over payments.dat to"
                   " finish."
           else
               display "The conversion does not prove; payments.dat"
                   " is unchanged and must stay in use."
               move 8 to return-code
           end-if
           goback.

      *> the bytes from pay-date through pay-approved-by carry over
      *> untouched, so the trailing fields of rows written before
      *> they existed stay blank, the way every reader expects.
       convert-one-entry.
           move old-pay-type to row-type
           perform find-type-slot
           add 1 to old-row-count(type-ix)
           add old-pay-amount to old-amount-total(type-ix)
           add 1 to old-all-count
           add old-pay-amount to old-all-total
           move old-pay-debt-number to journal-debt-number
           perform find-next-pay-seq
           move spaces to pay-entry
           move old-pay-debt-number to pay-debt-number
           move next-pay-seq to pay-seq
           move old-pay-detail to pay-entry(12:41)
           if old-pay-day-of is numeric and old-pay-month-of is numeric
               and old-pay-year-of is numeric
               compute pay-post-date = old-pay-year-of * 10000
                   + old-pay-month-of * 100 + old-pay-day-of
           else
               move 0 to pay-post-date
           end-if
           move X"0A" to pay-filler
           write pay-entry
               invalid key
                   add 1 to write-failed-count
                   display "Could not write debt " pay-debt-number
                       " row " pay-seq "; status " pay-file-status
           end-write
           .

      *> the debt's highest sequence on file so far, plus one.
       find-next-pay-seq.
           move 0 to next-pay-seq
           move 1 to payments-left
           move journal-debt-number to pay-debt-number
           move 0 to pay-seq
           start payments-file key is not less than pay-key
               invalid key
                   set payments-left to 0
           end-start
           perform until no-more-payments
               read payments-file next record
                   at end
                       set payments-left to 0
                   not at end
                       if pay-debt-number = journal-debt-number
                           move pay-seq to next-pay-seq
                       else
                           set payments-left to 0
                       end-if
               end-read
           end-perform
           add 1 to next-pay-seq
           .

       find-type-slot.
           perform varying type-ix from 1 by 1
               until type-ix > 4 or proof-type(type-ix) = row-type
               continue
           end-perform
           .

      *> reads the new file back in key order: counts and totals
      *> per type, and each debt's sequences must start at 1 and
      *> run on without a gap.
       prove-new-file.
           move 0 to last-debt-number
           move 0 to last-pay-seq
           move 1 to payments-left
           move low-values to pay-key
           start payments-file key is not less than pay-key
               invalid key
                   set payments-left to 0
           end-start
           perform until no-more-payments
               read payments-file next record
                   at end
                       set payments-left to 0
                   not at end
                       perform prove-one-row
               end-read
           end-perform
           .

       prove-one-row.
           move pay-type to row-type
           perform find-type-slot
           add 1 to new-row-count(type-ix)
           add pay-amount to new-amount-total(type-ix)
           add 1 to new-all-count
           add pay-amount to new-all-total
           if pay-debt-number not = last-debt-number
               move pay-debt-number to last-debt-number
               move 0 to last-pay-seq
           end-if
           if pay-seq not = last-pay-seq + 1
               add 1 to gap-count
               display "Debt " pay-debt-number " row " pay-seq
                   " is out of sequence."
           end-if
           move pay-seq to last-pay-seq
           .

       print-proof.
           display "==== Payment journal conversion ===="
           display "Type      old rows      old amount"
               "      new rows      new amount"
           perform varying type-ix from 1 by 1 until type-ix > 5
               if old-row-count(type-ix) > 0
                   or new-row-count(type-ix) > 0
                   display "  " proof-type(type-ix) "      "
                       old-row-count(type-ix) "  "
                       old-amount-total(type-ix) "      "
                       new-row-count(type-ix) "  "
                       new-amount-total(type-ix)
               end-if
               if old-row-count(type-ix) not = new-row-count(type-ix)
                   or old-amount-total(type-ix)
                   not = new-amount-total(type-ix)
                   move 0 to proof-ok
               end-if
           end-perform
           display "  all    " old-all-count "  " old-all-total
               "      " new-all-count "  " new-all-total
           if old-all-count not = new-all-count
               or old-all-total not = new-all-total
               move 0 to proof-ok
           end-if
           if write-failed-count > 0
               display write-failed-count " row(s) could not be"
                   " written."
               move 0 to proof-ok
           end-if
           if gap-count > 0
               display gap-count " row(s) out of sequence."
               move 0 to proof-ok
           end-if
           if proof-ok = 1
               display "Counts and totals agree; every debt's rows"
                   " are in posting order."
           end-if
           .
       end program debtpcv.

       identification division.
       program-id. debtocv.

      *> One-shot layout conversion for the debtor master. Reads a
      *> debtors.dat still in one of its earlier layouts - both are
      *> hard-coded below and must not track debtormst.cpy - and
      *> writes debtorsnew.dat in the current debtormst layout:
      *>   1  the original 77 bytes (number, name, phone, notes);
      *>      the credit fields are cleared - no credit limit, not
      *>      yet graded;
      *>   2  the 98 bytes with the credit limit and risk grade but
      *>      no merge fields; the credit fields carry over.
      *> Either way the debtor comes out not merged. When the run
      *> reports clean, rename debtorsnew.dat over debtors.dat; from
      *> layout 1, set the limits from the debtor menu and run
      *> debtrsk to grade everybody.

       environment division.
       input-output section.
       file-control.
           select old-debtors-file assign to "debtors.dat"
               organization is indexed
               access mode is sequential
               record key is old-debtor-number
               file status old-file-status.
           select credit-debtors-file assign to "debtors.dat"
               organization is indexed
               access mode is sequential
               record key is credit-debtor-number
               file status old-file-status.
           select new-debtors-file assign to "debtorsnew.dat"
               organization is indexed
               access mode is dynamic
               record key is debtor-number
               file status new-file-status.

       data division.
       file section.
       fd old-debtors-file
           data record is old-debtor-entry.
       01 old-debtor-entry.
           02 old-debtor-number pic 9(4).
           02 old-debtor-name pic X(20).
           02 old-debtor-phone pic X(12).
           02 old-debtor-notes pic X(40).
           02 old-debtor-filler pic X.

       fd credit-debtors-file
           data record is credit-debtor-entry.
       01 credit-debtor-entry.
           02 credit-debtor-number pic 9(4).
           02 credit-debtor-name pic X(20).
           02 credit-debtor-phone pic X(12).
           02 credit-debtor-notes pic X(40).
           02 credit-debtor-limit pic 9(7).
           02 credit-debtor-grade pic X.
           02 credit-debtor-score pic 9(5).
           02 credit-debtor-graded pic X(8).
           02 credit-debtor-filler pic X.

       fd new-debtors-file
           data record is debtor-entry.
       copy debtormst.

       working-storage section.
       01 old-file-status pic XX.
       01 new-file-status pic XX.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 converted-count pic 9(5) value 0.
       01 layout-choice pic 9 value 0.

       procedure division.
           display "Layout of debtors.dat now: 1=original (no credit"
               " fields) 2=with credit fields"
           accept layout-choice
           evaluate layout-choice
               when 1
                   open input old-debtors-file
               when 2
                   open input credit-debtors-file
               when other
                   display "Please choose 1 or 2; nothing converted."
                   goback
           end-evaluate
           if old-file-status not = "00"
               display "Could not open debtors.dat in that layout"
                   " (status " old-file-status "); nothing converted."
               goback
           end-if
           open output new-debtors-file
           if layout-choice = 1
               perform convert-original-file
           else
               perform convert-credit-file
           end-if
           close new-debtors-file
           display converted-count " record(s) converted to"
               " debtorsnew.dat."
           display "Rename debtorsnew.dat over debtors.dat to finish."
           goback.

       convert-original-file.
           read old-debtors-file next record
               at end set records-left to 0
           end-read
           perform until no-more-records
               perform convert-one-entry
               read old-debtors-file next record
                   at end set records-left to 0
               end-read
           end-perform
           close old-debtors-file
           .

       convert-credit-file.
           read credit-debtors-file next record
               at end set records-left to 0
           end-read
           perform until no-more-records
               perform convert-one-credit-entry
               read credit-debtors-file next record
                   at end set records-left to 0
               end-read
           end-perform
           close credit-debtors-file
           .

       convert-one-entry.
           move old-debtor-number to debtor-number
           move old-debtor-name to debtor-name
           move old-debtor-phone to debtor-phone
           move old-debtor-notes to debtor-notes
           move 0 to debtor-credit-limit
           move space to debtor-risk-grade
           move 0 to debtor-risk-score
           move zeros to debtor-graded-date
           perform write-new-entry
           .

       convert-one-credit-entry.
           move credit-debtor-number to debtor-number
           move credit-debtor-name to debtor-name
           move credit-debtor-phone to debtor-phone
           move credit-debtor-notes to debtor-notes
           move credit-debtor-limit to debtor-credit-limit
           move credit-debtor-grade to debtor-risk-grade
           move credit-debtor-score to debtor-risk-score
           move credit-debtor-graded to debtor-graded-date
           perform write-new-entry
           .

       write-new-entry.
           move space to debtor-status
           move 0 to debtor-merged-into
           move X"0A" to debtor-filler
           write debtor-entry
               invalid key
                   display "Duplicate debtor " debtor-number
                       " in the old file; skipped."
               not invalid key
                   add 1 to converted-count
           end-write
           .
       end program debtocv.

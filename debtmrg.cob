       identification division.
       program-id. debtmrg.

      *> Debtor merge: folds a debtor keyed twice in debtors.dat
      *> into one. Mode 1 lists likely duplicate pairs - the same
      *> phone number (last seven digits), the same name once case,
      *> spaces and punctuation are set aside, a name one typing
      *> slip away from the other, or the same first initial and
      *> surname - for a person to judge; nothing is changed. Mode 2
      *> merges: a supervisor names the debtor to retire and the
      *> one that survives, and every debt on debts.dat and
      *> archive.dat, every diary row on promises.dat and every
      *> agency placement on placed.dat that points at the retired
      *> number is pointed at the survivor. Each debt moved gets a
      *> DEBTOR-MERGE row on audit.dat. The retired debtor is not
      *> deleted: it stays on file marked merged (debtor-status M)
      *> with the survivor's number, so old paperwork quoting it
      *> can still be traced. Everything changed is listed on the
      *> control report as it goes. The retired record is marked
      *> last, so a merge that stops partway can simply be run
      *> again with the same two numbers.

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
           select promises-file assign to "promises.dat"
               organization is line sequential
               file status prom-file-status.
           select promises-work-file assign to "promises.mrg"
               organization is line sequential
               file status work-file-status.
           select placed-file assign to "placed.dat"
               organization is indexed
               access mode is dynamic
               record key is plc-debt-number
               file status plc-file-status.
           select audit-file assign to "audit.dat"
               organization is line sequential
               file status audit-file-status.
           select operators-file assign to "operators.dat"
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status oper-file-status.

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

       fd promises-file
           data record is prom-entry.
       copy promrec.

       fd promises-work-file
           data record is prom-work-entry.
       01 prom-work-entry pic X(68).

       fd placed-file
           data record is plc-entry.
       copy plcrec.

       fd audit-file
           data record is audit-entry.
       copy auditrec.

       fd operators-file
           data record is oper-entry.
       copy opermst.

       working-storage section.
       01 debtor-file-status pic XX.
       01 debt-file-status pic XX.
       01 arch-file-status pic XX.
       01 prom-file-status pic XX.
       01 work-file-status pic XX.
       01 plc-file-status pic XX.
       01 audit-file-status pic XX.
       01 oper-file-status pic XX.
       01 debtors-left pic 9 value 1.
           88 no-more-debtors value 0.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 promises-left pic 9 value 1.
           88 no-more-promises value 0.
       01 placements-left pic 9 value 1.
           88 no-more-placements value 0.
       01 mode-choice pic 9 value 0.
       01 confirm-answer pic 9 value 0.
       01 sign-on-id pic X(8) value spaces.
       01 sign-on-password pic X(8) value spaces.
       01 sign-on-ok pic 9 value 0.
       01 signed-on-id pic X(8) value spaces.

      *> the two debtors of a merge
       01 merge-retired-id pic 9(4) value 0.
       01 merge-survivor-id pic 9(4) value 0.
       01 merge-ok pic 9 value 0.
       01 retired-name pic X(20).
       01 survivor-name pic X(20).
       01 live-moved-count pic 9(5) value 0.
       01 archive-moved-count pic 9(5) value 0.
       01 promise-moved-count pic 9(5) value 0.
       01 promise-copied-count pic 9(5) value 0.
       01 promise-work-ok pic 9 value 0.
       01 placed-moved-count pic 9(5) value 0.

      *> likely duplicates: every debtor not already merged, with
      *> the name squeezed to letters and digits, its first and
      *> last words, and the last seven digits of the phone.
       01 dup-count pic 9(4) value 0.
       01 dup-ix pic 9(4) value 0.
       01 dup-other-ix pic 9(4) value 0.
       01 dup-pair-count pic 9(5) value 0.
       01 dup-table-full-warned pic 9 value 0.
       01 dup-table.
           02 dup-slot occurs 2000 times.
               03 dup-number pic 9(4).
               03 dup-name pic X(20).
               03 dup-phone pic X(12).
               03 dup-squeezed pic X(20).
               03 dup-squeezed-length pic 99.
               03 dup-first-word pic X(20).
               03 dup-last-word pic X(20).
               03 dup-phone-tail pic X(7).
       01 name-upper pic X(20).
       01 char-pos pic 99 value 0.
       01 one-char pic X.
       01 squeezed-work pic X(20).
       01 squeezed-length pic 99 value 0.
       01 phone-digits pic X(12).
       01 phone-digit-count pic 99 value 0.
       01 word-count pic 99 value 0.
       01 name-words.
           02 name-word occurs 5 times pic X(20).
       01 match-reasons pic X(40).
       01 reason-ptr pic 99 value 1.

      *> one-slip test between two squeezed names
       01 cmp-long pic X(20).
       01 cmp-short pic X(20).
       01 cmp-long-length pic 99 value 0.
       01 cmp-short-length pic 99 value 0.
       01 cmp-long-pos pic 99 value 0.
       01 cmp-short-pos pic 99 value 0.
       01 cmp-slips pic 99 value 0.
       01 names-near pic 9 value 0.

       procedure division.
           display "Debtor merge: 1=list likely duplicates"
               " 2=merge two debtors"
           accept mode-choice
           evaluate mode-choice
               when 1
                   perform list-likely-duplicates
               when 2
                   perform sign-on
                   if sign-on-ok = 1
                       perform merge-two-debtors
                   end-if
               when other
                   display "Please choose 1 or 2."
           end-evaluate
           goback.

       list-likely-duplicates.
           display "==== Likely duplicate debtors ===="
           display " "
           open input debtors-file
           if debtor-file-status not = "00"
               display "No debtors recorded yet."
           else
               move 1 to debtors-left
               read debtors-file next record
                   at end set debtors-left to 0
               end-read
               perform until no-more-debtors
                   if not debtor-is-merged
                       perform load-dup-slot
                   end-if
                   read debtors-file next record
                       at end set debtors-left to 0
                   end-read
               end-perform
               close debtors-file
               perform varying dup-ix from 1 by 1
                   until dup-ix > dup-count
                   perform compare-with-later-debtors
               end-perform
               display " "
               display dup-pair-count " likely duplicate pair(s) among "
                   dup-count " debtor(s)."
               if dup-pair-count > 0
                   display "Merge with mode 2 once you have picked"
                       " the survivor of each pair."
               end-if
           end-if
           .

       load-dup-slot.
           if dup-count >= 2000
               if dup-table-full-warned = 0
                   display "More debtors than the list can compare;"
                       " those after " dup-number(2000) " are left"
                       " out."
                   move 1 to dup-table-full-warned
               end-if
           else
               add 1 to dup-count
               move debtor-number to dup-number(dup-count)
               move debtor-name to dup-name(dup-count)
               move debtor-phone to dup-phone(dup-count)
               perform squeeze-debtor-name
               move squeezed-work to dup-squeezed(dup-count)
               move squeezed-length to dup-squeezed-length(dup-count)
               perform split-debtor-name
               move name-word(1) to dup-first-word(dup-count)
               if word-count > 0 and word-count <= 5
                   move name-word(word-count)
                       to dup-last-word(dup-count)
               else
                   move spaces to dup-last-word(dup-count)
               end-if
               perform take-phone-tail
           end-if
           .

      *> letters and digits only, upper case, so "Ana-Maria Diaz"
      *> and "ANA MARIA DIAZ" squeeze to the same thing.
       squeeze-debtor-name.
           move function upper-case(debtor-name) to name-upper
           move spaces to squeezed-work
           move 0 to squeezed-length
           perform varying char-pos from 1 by 1 until char-pos > 20
               move name-upper(char-pos:1) to one-char
               if (one-char >= "A" and one-char <= "Z")
                   or (one-char >= "0" and one-char <= "9")
                   add 1 to squeezed-length
                   move one-char to squeezed-work(squeezed-length:1)
               end-if
           end-perform
           .

       split-debtor-name.
           move spaces to name-words
           move 0 to word-count
           unstring function trim(name-upper) delimited by all space
               into name-word(1) name-word(2) name-word(3)
                   name-word(4) name-word(5)
               tallying in word-count
           end-unstring
           .

       take-phone-tail.
           move spaces to phone-digits
           move 0 to phone-digit-count
           perform varying char-pos from 1 by 1 until char-pos > 12
               move debtor-phone(char-pos:1) to one-char
               if one-char >= "0" and one-char <= "9"
                   add 1 to phone-digit-count
                   move one-char to phone-digits(phone-digit-count:1)
               end-if
           end-perform
           if phone-digit-count >= 7
               move phone-digits(phone-digit-count - 6:7)
                   to dup-phone-tail(dup-count)
           else
               move spaces to dup-phone-tail(dup-count)
           end-if
           .

       compare-with-later-debtors.
           perform varying dup-other-ix from dup-ix by 1
               until dup-other-ix > dup-count
               if dup-other-ix > dup-ix
                   perform compare-one-pair
               end-if
           end-perform
           .

       compare-one-pair.
           move spaces to match-reasons
           move 1 to reason-ptr
           if dup-phone-tail(dup-ix) not = spaces
               and dup-phone-tail(dup-ix) = dup-phone-tail(dup-other-ix)
               string "phone " delimited by size
                   into match-reasons with pointer reason-ptr
               end-string
           end-if
           if dup-squeezed-length(dup-ix) > 0
               and dup-squeezed(dup-ix) = dup-squeezed(dup-other-ix)
               string "same name " delimited by size
                   into match-reasons with pointer reason-ptr
               end-string
           else
               perform check-names-near
               if names-near = 1
                   string "near name " delimited by size
                       into match-reasons with pointer reason-ptr
                   end-string
               end-if
           end-if
           if dup-first-word(dup-ix)(1:1)
               = dup-first-word(dup-other-ix)(1:1)
               and dup-last-word(dup-ix) not = spaces
               and dup-last-word(dup-ix) not = dup-first-word(dup-ix)
               and dup-last-word(dup-ix) = dup-last-word(dup-other-ix)
               and dup-squeezed(dup-ix) not = dup-squeezed(dup-other-ix)
               string "initial+surname " delimited by size
                   into match-reasons with pointer reason-ptr
               end-string
           end-if
           if match-reasons not = spaces
               add 1 to dup-pair-count
               display dup-number(dup-ix) " " dup-name(dup-ix) " "
                   dup-phone(dup-ix)
               display dup-number(dup-other-ix) " "
                   dup-name(dup-other-ix) " " dup-phone(dup-other-ix)
               display "     likely the same: " match-reasons
           end-if
           .

      *> near means one letter wrong, missing or extra; short
      *> names are left out, where one letter is too much of them.
       check-names-near.
           move 0 to names-near
           if dup-squeezed-length(dup-ix)
               >= dup-squeezed-length(dup-other-ix)
               move dup-squeezed(dup-ix) to cmp-long
               move dup-squeezed-length(dup-ix) to cmp-long-length
               move dup-squeezed(dup-other-ix) to cmp-short
               move dup-squeezed-length(dup-other-ix)
                   to cmp-short-length
           else
               move dup-squeezed(dup-other-ix) to cmp-long
               move dup-squeezed-length(dup-other-ix)
                   to cmp-long-length
               move dup-squeezed(dup-ix) to cmp-short
               move dup-squeezed-length(dup-ix) to cmp-short-length
           end-if
           if cmp-short-length >= 5
               and cmp-long-length - cmp-short-length <= 1
               move 0 to cmp-slips
               move 1 to cmp-long-pos
               move 1 to cmp-short-pos
               perform step-names-compared
                   until cmp-short-pos > cmp-short-length
                   or cmp-slips > 1
               compute cmp-slips = cmp-slips
                   + cmp-long-length + 1 - cmp-long-pos
               if cmp-slips = 1
                   move 1 to names-near
               end-if
           end-if
           .

      *> the same length can only differ by a wrong letter; a
      *> length apart only by a letter left out of the shorter.
       step-names-compared.
           if cmp-long(cmp-long-pos:1) = cmp-short(cmp-short-pos:1)
               add 1 to cmp-long-pos
               add 1 to cmp-short-pos
           else
               add 1 to cmp-slips
               add 1 to cmp-long-pos
               if cmp-long-length = cmp-short-length
                   add 1 to cmp-short-pos
               end-if
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
                           if oper-role = "S"
                               move 1 to sign-on-ok
                               move oper-id to signed-on-id
                           else
                               display "Only a supervisor may merge"
                                   " debtors."
                           end-if
                       else
                           display "Operator ID or password is wrong."
                       end-if
               end-read
               close operators-file
           end-if
           .

       merge-two-debtors.
           display "Debtor ID to retire:"
           accept merge-retired-id
           display "Debtor ID that survives:"
           accept merge-survivor-id
           perform check-merge-pair
           if merge-ok = 1
               display "Retire " merge-retired-id " " retired-name
               display "  into " merge-survivor-id " " survivor-name
               display "Every debt, archived debt, diary row and"
                   " placement moves across. Go ahead? (1=yes,0=no)"
               accept confirm-answer
               if confirm-answer = 1
                   perform run-merge
               else
                   display "Nothing changed."
               end-if
           end-if
           .

       check-merge-pair.
           move 0 to merge-ok
           if merge-retired-id = 0 or merge-survivor-id = 0
               or merge-retired-id = merge-survivor-id
               display "Give two different debtor IDs."
           else
               open input debtors-file
               if debtor-file-status not = "00"
                   display "No debtors recorded yet."
               else
                   move 1 to merge-ok
                   move merge-survivor-id to debtor-number
                   perform read-merge-debtor
                   move debtor-name to survivor-name
                   move merge-retired-id to debtor-number
                   perform read-merge-debtor
                   move debtor-name to retired-name
                   close debtors-file
               end-if
           end-if
           .

      *> neither side may be gone or already merged away; merging
      *> into a retired number would leave the debts stranded.
       read-merge-debtor.
           if merge-ok = 1
               read debtors-file
                   invalid key
                       display "No debtor with ID " debtor-number "."
                       move 0 to merge-ok
                   not invalid key
                       if debtor-is-merged
                           display "Debtor " debtor-number
                               " was already merged into "
                               debtor-merged-into "."
                           move 0 to merge-ok
                       end-if
               end-read
           end-if
           .

       run-merge.
           display " "
           display "==== Debtor merge " merge-retired-id " into "
               merge-survivor-id " by " signed-on-id " ===="
           perform repoint-live-debts
           perform repoint-archived-debts
           perform repoint-promises
           perform repoint-placements
           perform retire-merged-debtor
           display " "
           display "  Debts moved ............ " live-moved-count
           display "  Archived debts moved ... " archive-moved-count
           display "  Diary rows moved ....... " promise-moved-count
           display "  Placements moved ....... " placed-moved-count
           display "Run debtrsk to grade " merge-survivor-id
               " on the combined history."
           .

       repoint-live-debts.
           move 1 to records-left
           open i-o debts-file
           if debt-file-status not = "00"
               move 0 to records-left
           else
               read debts-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   if debtor-id = merge-retired-id
                       move merge-survivor-id to debtor-id
                       rewrite debt-entry
                           invalid key
                               display "  could not move debt "
                                   debt-number "; status "
                                   debt-file-status
                           not invalid key
                               add 1 to live-moved-count
                               move merge-survivor-id
                                   to audit-new-value
                               perform write-merge-audit
                               display "  debt " debt-number " "
                                   name " moved"
                       end-rewrite
                   end-if
                   read debts-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close debts-file
           end-if
           .

      *> an archived debt holds the same bytes as a live one, so it
      *> is moved through debt-entry and written back.
       repoint-archived-debts.
           move 1 to records-left
           open i-o archive-file
           if arch-file-status not = "00"
               move 0 to records-left
           else
               read archive-file next record
                   at end set records-left to 0
               end-read
               perform until no-more-records
                   move arch-entry to debt-entry
                   if debtor-id = merge-retired-id
                       move merge-survivor-id to debtor-id
                       move debt-entry to arch-entry
                       rewrite arch-entry
                           invalid key
                               display "  could not move archived"
                                   " debt " debt-number "; status "
                                   arch-file-status
                           not invalid key
                               add 1 to archive-moved-count
                               move spaces to audit-new-value
                               string merge-survivor-id
                                   " (archived)" delimited by size
                                   into audit-new-value
                               end-string
                               perform write-merge-audit
                               display "  archived debt " debt-number
                                   " " name " moved"
                       end-rewrite
                   end-if
                   read archive-file next record
                       at end set records-left to 0
                   end-read
               end-perform
               close archive-file
           end-if
           .

       write-merge-audit.
           move debt-number to audit-debt-number
           move function current-date(7:2) to audit-day-of
           move function current-date(5:2) to audit-month-of
           move function current-date(1:4) to audit-year-of
           move "DEBTOR-MERGE" to audit-field
           move merge-retired-id to audit-old-value
           move signed-on-id to audit-operator
           open extend audit-file
           if audit-file-status = "35"
               open output audit-file
           end-if
           write audit-entry
           close audit-file
           .

      *> the diary is line sequential, so it is copied to
      *> promises.mrg with the rows repointed and copied back. The
      *> diary is only reopened for output once promises.mrg has
      *> been written in full and reopened cleanly; if the copy
      *> back is then cut short, promises.mrg still holds the whole
      *> diary.
       repoint-promises.
           move 0 to promise-copied-count
           open input promises-file
           if prom-file-status = "00"
               move 1 to promise-work-ok
               open output promises-work-file
               if work-file-status not = "00"
                   move 0 to promise-work-ok
                   display "  could not open promises.mrg; status "
                       work-file-status ". The diary is left as it"
                       " was."
               else
                   perform copy-promises-out
                   close promises-work-file
               end-if
               close promises-file
               if promise-work-ok = 0
                   move 0 to promise-moved-count
               else
                   if promise-moved-count > 0
                       perform copy-promises-back
                   end-if
               end-if
           end-if
           .

       copy-promises-out.
           move 1 to promises-left
           read promises-file
               at end set promises-left to 0
           end-read
           perform until no-more-promises
               if prom-debtor-number = merge-retired-id
                   move merge-survivor-id to prom-debtor-number
                   add 1 to promise-moved-count
               end-if
               move prom-entry to prom-work-entry
               write prom-work-entry
               if work-file-status not = "00"
                   move 0 to promise-work-ok
                   set promises-left to 0
                   display "  could not write promises.mrg; status "
                       work-file-status ". The diary is left as it"
                       " was."
               else
                   add 1 to promise-copied-count
                   read promises-file
                       at end set promises-left to 0
                   end-read
               end-if
           end-perform
           .

       copy-promises-back.
           open input promises-work-file
           if work-file-status not = "00"
               display "  could not reopen promises.mrg; status "
                   work-file-status ". The diary is left as it was."
               move 0 to promise-moved-count
           else
               open output promises-file
               if prom-file-status not = "00"
                   display "  could not rewrite promises.dat;"
                       " status " prom-file-status ". The diary is"
                       " left as it was."
                   move 0 to promise-moved-count
               else
                   move 1 to promises-left
                   read promises-work-file
                       at end set promises-left to 0
                   end-read
                   perform until no-more-promises
                       move prom-work-entry to prom-entry
                       write prom-entry
                       read promises-work-file
                           at end set promises-left to 0
                       end-read
                   end-perform
                   close promises-file
                   display "  " promise-moved-count " of "
                       promise-copied-count " diary row(s) moved"
               end-if
               close promises-work-file
           end-if
           .

       repoint-placements.
           move 1 to placements-left
           open i-o placed-file
           if plc-file-status not = "00"
               move 0 to placements-left
           else
               read placed-file next record
                   at end set placements-left to 0
               end-read
               perform until no-more-placements
                   if plc-debtor-id = merge-retired-id
                       move merge-survivor-id to plc-debtor-id
                       rewrite plc-entry
                           invalid key
                               display "  could not move placement of"
                                   " debt " plc-debt-number
                                   "; status " plc-file-status
                           not invalid key
                               add 1 to placed-moved-count
                               display "  placement of debt "
                                   plc-debt-number " moved"
                       end-rewrite
                   end-if
                   read placed-file next record
                       at end set placements-left to 0
                   end-read
               end-perform
               close placed-file
           end-if
           .

       retire-merged-debtor.
           open i-o debtors-file
           move merge-retired-id to debtor-number
           read debtors-file
               invalid key
                   display "  debtor " merge-retired-id
                       " could not be read back; not marked merged."
               not invalid key
                   move "M" to debtor-status
                   move merge-survivor-id to debtor-merged-into
                   rewrite debtor-entry
                       invalid key
                           display "  could not mark debtor "
                               merge-retired-id " merged; status "
                               debtor-file-status
                       not invalid key
                           display "  debtor " merge-retired-id " "
                               debtor-name " marked merged into "
                               merge-survivor-id
                   end-rewrite
           end-read
           close debtors-file
           .
       end program debtmrg.

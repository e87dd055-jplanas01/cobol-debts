      *> proves it is still the same file), and rows that look
      *> already loaded - same name, amount, date and currency as a
      *> debt on file - go to rejects.csv for review instead of
      *> being inserted twice under fresh numbers. The currency
      *> must be an active code on the currency master (currmst.cpy),
      *> the same rule the add-debt screen applies.

       environment division.
       input-output section.
               access mode is dynamic
               record key is debt-number
               file status debt-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.
           select import-file assign to "import.csv"
               organization is line sequential
               file status import-file-status.
           data record is debt-entry.
       copy debtrec.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       fd import-file
           data record is import-record.
       01 import-record pic X(160).
       working-storage section.
       01 debt-file-status pic XX.
       01 import-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-open pic 9 value 0.
       01 reject-file-status pic XX.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
           if debt-file-status = "35"
               open output debts-file
           end-if
           open input currency-file
           if curr-file-status = "00"
               move 1 to currencies-open
           end-if
           open input import-file
           if resume-mode = 1
               open extend reject-file
           end-perform
           close import-file
           close debts-file
           if currencies-open = 1
               close currency-file
           end-if
           close reject-file
           close imprun-file
           perform finalize-run-control

      *> the same edit rules validate-current-entry applies on the
      *> add-debt screen: numeric non-zero amount, real calendar
      *> date not in the future, a currency on the master, mine 0 or 1.
       validate-import-row.
           move 1 to row-valid
           move spaces to reject-reason
           if row-valid = 1
               move function upper-case(csv-field(7)(1:3))
                   to work-currency
               perform check-import-currency
           end-if
           if row-valid = 1
               evaluate csv-field(8)(1:1)
               end-if
           end-if
           .

       check-import-currency.
           move "Currency is not on the currency master"
               to reject-reason
           move 0 to row-valid
           if currencies-open = 1
               move work-currency to curr-code
               read currency-file
                   invalid key
                       continue
                   not invalid key
                       if curr-active = "Y"
                           move 1 to row-valid
                       else
                           move "Currency is no longer active"
                               to reject-reason
                       end-if
               end-read
           end-if
           if row-valid = 1
               move spaces to reject-reason
           end-if
           .
       end program debtimp.

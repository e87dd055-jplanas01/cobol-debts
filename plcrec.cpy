      *> plcrec.cpy - shared record layout for the agency placement
      *> file (placed.dat), keyed by debt number. A row means the
      *> debt has been handed to the collection agency in
      *> plc-agency on plc-placed-date (YYYYMMDD); while plc-status
      *> is P the agency works it and debtdun and debtpro leave it
      *> alone. R means it was recalled - taken back by us or
      *> handed back by the agency - on plc-recalled-date, and it
      *> is ours to dun again. plc-placed-balance is the open
      *> balance sent over; plc-collected and plc-commission total
      *> what the agency's returns have reported on it.
       01 plc-entry.
           02 plc-debt-number pic 9(6).
           02 plc-debtor-id pic 9(4).
           02 plc-agency pic X(4).
           02 plc-placed-date pic 9(8).
           02 plc-status pic X.
               88 plc-is-placed value "P".
               88 plc-is-recalled value "R".
           02 plc-placed-balance pic 9(5).
           02 plc-currency pic X(3).
           02 plc-collected pic 9(7).
           02 plc-commission pic 9(7).
           02 plc-recalled-date pic 9(8).
           02 plc-filler pic X value X"0A".

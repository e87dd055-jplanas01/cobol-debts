      *> the value before and after, so month-end figures can still
      *> be explained after a correction. Dates in the values come
      *> out as DDMMYYYY, the same byte order the debt record holds.
      *> audit-operator is who made the change (or decided the
      *> approval); rows from before sign-on read back as spaces.
       01 audit-entry.
           02 audit-debt-number pic 9(6).
           02 audit-date.
           02 audit-field pic X(12).
           02 audit-old-value pic X(40).
           02 audit-new-value pic X(40).
           02 audit-operator pic X(8).

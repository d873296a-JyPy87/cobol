      *> household membership - the household a person belongs to,
      *> keyed on the person number ; fm-foyer is an alternate key
      *> with duplicates to list the members of one household.
      *> written by the PERSFOY pass, read by PERSLAB and PERSEXP in
      *> household mode. a person absent from the file lives alone
      *> at their address.
           1 persfoym-record.
               2 fm-id pic 9(8).
               2 fm-foyer pic 9(8).
               2 fm-passage pic 9(14).

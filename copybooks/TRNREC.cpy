      *> transmission log record - one line per PERSEXP extract in
      *> PERSEXP.TRN, written when the extract is made with the
      *> header date and trailer count of PERSEXP.DAT and the state
      *> E (sent, awaiting acknowledgement). PERSACK sets it to A
      *> when the mailing house's acknowledgement agrees with it,
      *> or X when the count they received differs, and notes the
      *> day, the count received and the details they rejected.
      *> PERSEXP refuses a DELTA run while the last line is not A.
           1 trn-enr.
               2 trn-date pic 9(8).
               2 filler pic x(1).
               2 trn-heure pic 9(6).
               2 filler pic x(1).
               2 trn-mode pic x(1).
                   88 trn-complet value "C".
                   88 trn-delta value "D".
               2 filler pic x(1).
               2 trn-nb-enr pic 9(9).
               2 filler pic x(1).
               2 trn-etat pic x(1).
                   88 trn-envoye value "E".
                   88 trn-accuse value "A".
                   88 trn-ecart value "X".
               2 filler pic x(1).
               2 trn-date-accuse pic 9(8).
               2 filler pic x(1).
               2 trn-nb-recus pic 9(9).
               2 filler pic x(1).
               2 trn-nb-rejets pic 9(9).

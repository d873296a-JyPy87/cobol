      *> do-not-mail opposition record - one per person who has
      *> objected to receiving mail, keyed on opp-id (the pm-id).
      *> opp-date is the day the objection was received, through
      *> the opp-canal channel ; opp-date-fin zero means it has no
      *> end. the person stays on PERSMAST with their history, but
      *> PERSEXP and PERSLAB leave them out while the opposition is
      *> in force. maintained from the PROG fiche, every change
      *> traced in the audit trail (aud-action O).
           1 persopp-record.
               2 opp-id pic 9(8).
               2 opp-date pic 9(8).
               2 opp-canal pic x(1).
                   88 opp-courrier value "C".
                   88 opp-telephone value "T".
                   88 opp-guichet value "G".
                   88 opp-electronique value "E".
                   88 opp-canal-valide value "C" "T" "G" "E".
               2 opp-date-fin pic 9(8).
               2 opp-operateur pic x(8).

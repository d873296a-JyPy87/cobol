      *> contact note record - one note per contact with a person,
      *> keyed on nt-id (the pm-id) + nt-date + nt-heure so the
      *> notes of a person read back in time order. nt-operateur
      *> is the operator who keyed it, nt-type the channel of the
      *> contact. a reclamation is opened by an R note and stays
      *> open (nt-suivi O) until an operator closes it while keying
      *> a later note ; nt-suivi is blank on the other types.
      *> maintained from the PROG fiche, followed through a merge
      *> like PERSADR, removed by the PERSPUR purge ; PERSNOTR lists
      *> the open reclamations left without a follow-up.
           1 persnote-record.
               2 nt-cle.
                   3 nt-id pic 9(8).
                   3 nt-date pic 9(8).
                   3 nt-heure pic 9(6).
               2 nt-operateur pic x(8).
               2 nt-type pic x(1).
                   88 nt-telephone value "T".
                   88 nt-courrier value "C".
                   88 nt-guichet value "G".
                   88 nt-reclamation value "R".
                   88 nt-type-valide value "T" "C" "G" "R".
               2 nt-suivi pic x(1).
                   88 nt-ouverte value "O".
                   88 nt-close value "C".
               2 nt-texte pic x(70).
